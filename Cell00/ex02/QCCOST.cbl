       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COST-OF-QUALITY.
       AUTHOR. QUALITY-CONTROL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Puts a dollar figure on the
      *                  month's material review decisions. Every
      *                  QCDISP disposition actioned in the month is
      *                  valued from the standard-cost table QCSTDCST
      *                  (longest batch-ID pattern wins, as QCSPEC
      *                  does): a scrap at the batch size times the
      *                  unit cost, a rework at the batch size times
      *                  the rework cost per unit, a ship-on-
      *                  deviation counted at no cost. The month's
      *                  scrap and rework expense is debited by the
      *                  pattern's department and finished-goods
      *                  inventory credited, appended to the GL
      *                  extract as one balanced, trailed segment
      *                  dated the month's last day. The report
      *                  lists each disposition, totals by month,
      *                  product and disposition type, and prints
      *                  the journal it wrote so the two tie. A
      *                  month already costed, posted past, or
      *                  closed is refused with nothing written.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DISPOSITION-FILE ASSIGN TO "QCDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QD-KEY
               FILE STATUS IS CQ-DSP-STATUS.
           SELECT STANDARD-COST-FILE ASSIGN TO "QCSTDCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-STD-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-CHT-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-GLX-STATUS.
           SELECT OPTIONAL POSTED-THROUGH-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-PTD-STATUS.
           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-PRD-STATUS.
           SELECT COST-REPORT-FILE ASSIGN TO "QCCOSTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DISPOSITION-FILE.
           COPY QCDISP.

      * ONE RECORD PER PRODUCT/BATCH-ID PATTERN. TRAILING SPACES IN
      * THE PATTERN MATCH ANY BATCH WITH THAT PREFIX AND THE LONGEST
      * MATCHING PATTERN WINS. THE UNIT COST IS THE STANDARD COST OF
      * ONE FINISHED UNIT, THE REWORK COST WHAT IT COSTS TO REWORK
      * ONE; THE DEPARTMENT IS THE ONE THE EXPENSE IS CHARGED TO.
       FD  STANDARD-COST-FILE.
       01  STANDARD-COST-RECORD.
           05  SC-BATCH-PATTERN        PIC X(06).
           05  SC-UNIT-COST            PIC 9(05)V9(02).
           05  SC-REWORK-COST          PIC 9(05)V9(02).
           05  SC-DEPARTMENT           PIC X(10).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-RECORD.
           05  GA-ACCOUNT-CODE         PIC X(06).
           05  GA-DESCRIPTION          PIC X(20).
           05  GA-ACCOUNT-TYPE         PIC X(01).
           05  GA-STMT-LINE            PIC 9(02).

       FD  GL-EXTRACT-FILE.
           COPY GLREC.

      * GL-POSTING'S POSTED-THROUGH MARKER -- SAME LAYOUT GLPOST
      * CUTS
       FD  POSTED-THROUGH-FILE.
       01  POSTED-THROUGH-RECORD.
           05  PT-POSTED-DATE          PIC 9(08).
           05  FILLER                  PIC X(02).
           05  PT-POSTED-LINES         PIC 9(07).

      * THE PERIOD-CLOSE JOB'S LOCKS -- SAME LAYOUT GLPOST READS
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD               PIC 9(06).
           05  PS-STATUS               PIC X(01).
           05  PS-CLOSED-DATE          PIC 9(08).

       FD  COST-REPORT-FILE.
       01  CR-LINE                     PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  CQ-DSP-STATUS               PIC X(02) VALUE "00".
       01  CQ-STD-STATUS               PIC X(02) VALUE "00".
       01  CQ-CHT-STATUS               PIC X(02) VALUE "00".
       01  CQ-GLX-STATUS               PIC X(02) VALUE "00".
       01  CQ-PTD-STATUS               PIC X(02) VALUE "00".
       01  CQ-PRD-STATUS               PIC X(02) VALUE "00".
       01  CQ-RPT-STATUS               PIC X(02) VALUE "00".
       01  CQ-DSP-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-DISPOSITIONS         VALUE "Y".
       01  CQ-STD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-STANDARD-COSTS       VALUE "Y".
       01  CQ-CHT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CHART                VALUE "Y".
       01  CQ-GLX-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-EXTRACT              VALUE "Y".
       01  CQ-PRD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-PERIOD-FILE          VALUE "Y".
       01  CQ-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  CQ-OPEN-ERROR               VALUE "Y".
       01  CQ-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  CQ-REFUSED                  VALUE "Y".
       01  CQ-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  CQ-FOUND                    VALUE "Y".

      * THE MONTH BEING COSTED AND ITS LAST DAY, THE SEGMENT DATE
       01  CQ-RUN-DATE                 PIC 9(08).
       01  CQ-RUN-DATE-R REDEFINES CQ-RUN-DATE.
           05  CQ-RUN-PERIOD           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  CQ-COST-PERIOD              PIC 9(06) VALUE 0.
       01  CQ-COST-PERIOD-R REDEFINES CQ-COST-PERIOD.
           05  CQ-COST-CCYY            PIC 9(04).
           05  CQ-COST-MM              PIC 9(02).
       01  CQ-NEXT-CCYY                PIC 9(04) VALUE 0.
       01  CQ-NEXT-MM                  PIC 9(02) VALUE 0.
       01  CQ-MONTH-START              PIC 9(08) VALUE 0.
       01  CQ-MONTH-END                PIC 9(08) VALUE 0.
       01  CQ-NEXT-START               PIC 9(08) VALUE 0.
       01  CQ-MONTH-END-INT            PIC 9(08) VALUE 0.

      * GUARDS -- THE POSTED-THROUGH MARKER AND AN EARLIER COSTING
      * OF THE SAME MONTH ON THE EXTRACT
       01  CQ-POSTED-THROUGH           PIC 9(08) VALUE 0.
       01  CQ-PRIOR-COST-LINES         PIC 9(07) VALUE 0.

      * THE COST-OF-QUALITY ACCOUNTS. ALL THREE MUST BE ON THE
      * CHART BEFORE THE FIRST RUN.
       01  GL-SCRAP-EXPENSE-ACCOUNT    PIC X(06) VALUE "650100".
       01  GL-REWORK-EXPENSE-ACCOUNT   PIC X(06) VALUE "650200".
       01  GL-INVENTORY-ACCOUNT        PIC X(06) VALUE "130100".
      * DEPARTMENT CHARGED WHEN THE COST PATTERN NAMES NONE
       01  CQ-DEFAULT-DEPARTMENT       PIC X(10) VALUE "QUALITY".

      * THE STANDARD-COST TABLE, WITH EACH PATTERN'S LENGTH
       01  CQ-STD-TABLE.
           05  CQ-STD-ENTRY OCCURS 200 TIMES
                   INDEXED BY CQ-STD-IDX.
               10  CQ-STD-PATTERN      PIC X(06).
               10  CQ-STD-LENGTH       PIC 9(01).
               10  CQ-STD-UNIT-COST    PIC 9(05)V9(02).
               10  CQ-STD-REWORK-COST  PIC 9(05)V9(02).
               10  CQ-STD-DEPARTMENT   PIC X(10).
       01  CQ-STD-COUNT                PIC 9(03) VALUE 0.
       01  CQ-STD-SUB                  PIC 9(03) VALUE 0.
       01  CQ-SCAN-I                   PIC 9(01) VALUE 0.
       01  CQ-PATTERN-LENGTH           PIC 9(01) VALUE 0.
       01  CQ-BEST-LENGTH              PIC 9(01) VALUE 0.
       01  CQ-BEST-SUB                 PIC 9(03) VALUE 0.

      * THE CHART'S ACCOUNT CODES -- EVERY JOURNAL LINE MUST NAME
      * ONE
       01  CQ-CHART-TABLE.
           05  CQ-CHART-ACCOUNT OCCURS 200 TIMES
                                       PIC X(06).
       01  CQ-CHART-COUNT              PIC 9(03) VALUE 0.
       01  CQ-CHART-SUB                PIC 9(03) VALUE 0.

      * THE DISPOSITION IN HAND
       01  CQ-PRODUCT                  PIC X(06).
       01  CQ-DEPARTMENT               PIC X(10).
       01  CQ-COST-PER-UNIT            PIC 9(05)V9(02) VALUE 0.
       01  CQ-VALUE                    PIC 9(09)V9(02) VALUE 0.
       01  CQ-EXCEPTION-REASON         PIC X(30).

      * THE MONTH'S COST BY PRODUCT AND DISPOSITION TYPE, KEPT IN
      * PRODUCT THEN TYPE ORDER FOR THE REPORT
       01  CQ-SUM-TABLE.
           05  CQ-SUM-ENTRY OCCURS 200 TIMES
                   INDEXED BY CQ-SUM-IDX.
               10  CQ-SUM-PRODUCT      PIC X(06).
               10  CQ-SUM-DISPOSITION  PIC X(01).
               10  CQ-SUM-COUNT        PIC 9(05).
               10  CQ-SUM-UNITS        PIC 9(09).
               10  CQ-SUM-VALUE        PIC 9(11)V9(02).
       01  CQ-SUM-COUNT-USED           PIC 9(03) VALUE 0.
       01  CQ-SUM-SUB                  PIC 9(03) VALUE 0.
       01  CQ-SUM-INSERT-AT            PIC 9(03) VALUE 0.
       01  CQ-SUM-FROM                 PIC 9(03) VALUE 0.
       01  CQ-SUM-KEY                  PIC X(07).
       01  CQ-SUM-ENTRY-KEY            PIC X(07).

      * THE MONTH'S EXPENSE BY DEPARTMENT
       01  CQ-DEPT-TABLE.
           05  CQ-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY CQ-DEPT-IDX.
               10  CQ-DEPT-NAME        PIC X(10).
               10  CQ-DEPT-SCRAP       PIC 9(09)V9(02).
               10  CQ-DEPT-REWORK      PIC 9(09)V9(02).
       01  CQ-DEPT-COUNT               PIC 9(02) VALUE 0.
       01  CQ-DEPT-SUB                 PIC 9(02) VALUE 0.

      * THE JOURNAL, HELD WHOLE UNTIL EVERY ACCOUNT CHECKS
       01  CQ-JRNL-TABLE.
           05  CQ-JRNL-ENTRY OCCURS 101 TIMES.
               10  CQ-JRNL-ACCOUNT     PIC X(06).
               10  CQ-JRNL-DEPT        PIC X(10).
               10  CQ-JRNL-DRCR        PIC X(01).
               10  CQ-JRNL-AMOUNT      PIC 9(09)V9(02).
       01  CQ-JRNL-COUNT               PIC 9(03) VALUE 0.
       01  CQ-JRNL-SUB                 PIC 9(03) VALUE 0.
       01  CQ-HOLD-ACCOUNT             PIC X(06).
       01  CQ-HOLD-DEPT                PIC X(10).
       01  CQ-HOLD-DRCR                PIC X(01).
       01  CQ-HOLD-AMOUNT              PIC 9(09)V9(02) VALUE 0.

      * RUN COUNTS AND TOTALS
       01  CQ-COUNT-READ               PIC 9(07) VALUE 0.
       01  CQ-COUNT-IN-MONTH           PIC 9(05) VALUE 0.
       01  CQ-COUNT-COSTED             PIC 9(05) VALUE 0.
       01  CQ-COUNT-EXCEPTIONS         PIC 9(05) VALUE 0.
       01  CQ-COUNT-BAD-ACCT           PIC 9(03) VALUE 0.
       01  CQ-TOTAL-SCRAP              PIC 9(11)V9(02) VALUE 0.
       01  CQ-TOTAL-REWORK             PIC 9(11)V9(02) VALUE 0.
       01  CQ-TOTAL-COST               PIC 9(11)V9(02) VALUE 0.
       01  CQ-PRODUCT-TOTAL            PIC 9(11)V9(02) VALUE 0.
       01  CQ-BREAK-PRODUCT            PIC X(06).
       01  CQ-DEBIT-TOTAL              PIC 9(11)V9(02) VALUE 0.
       01  CQ-CREDIT-TOTAL             PIC 9(11)V9(02) VALUE 0.
       01  CQ-TRL-COUNT                PIC 9(07) VALUE 0.
       01  CQ-TRL-HASH                 PIC 9(13)V9(02) VALUE 0.
           COPY FILETRL.

      * VALIDATED-ACCEPT CALL FIELDS
       01  CQ-VA-PROMPT-1              PIC X(60).
       01  CQ-VA-PROMPT-2              PIC X(60) VALUE SPACES.
       01  CQ-VA-LOW                   PIC S9(09)V9(04) VALUE 0.
       01  CQ-VA-HIGH                  PIC S9(09)V9(04) VALUE 0.
       01  CQ-VA-RESULT                PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES
       01  CR-HDR-LINE.
           05  FILLER              PIC X(32) VALUE
               "COST OF QUALITY          MONTH ".
           05  CH-PERIOD           PIC 9(06).
           05  FILLER              PIC X(12) VALUE "   RUN DATE ".
           05  CH-RUN-DATE         PIC 9(08).

       01  CR-DATES-LINE.
           05  FILLER              PIC X(17) VALUE
               "GL SEGMENT DATED ".
           05  CT-SEGMENT-DATE     PIC 9(08).

       01  CR-DETAIL-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "BATCH  HOLD DT  ACTN DT  D  PRODUCT".
           05  FILLER              PIC X(40) VALUE
               "UNITS COST/UNIT         VALUE DEPT".

       01  CR-DETAIL-LINE.
           05  CD-BATCH-ID         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-HOLD-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-ACTION-DATE      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-DISPOSITION      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-PRODUCT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-UNITS            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-COST-PER-UNIT    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-VALUE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-DEPARTMENT       PIC X(10).

       01  CR-EXCEPTION-LINE.
           05  CX-BATCH-ID         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CX-HOLD-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CX-ACTION-DATE      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CX-DISPOSITION      PIC X(01).
           05  FILLER              PIC X(16) VALUE
               "  NOT COSTED -- ".
           05  CX-REASON           PIC X(30).

       01  CR-SUM-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "MONTH  PRODUCT DISPOSITION        COUNT".
           05  FILLER              PIC X(30) VALUE
               "      UNITS              COST".

       01  CR-SUM-LINE.
           05  CS-PERIOD           PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CS-PRODUCT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CS-DISPOSITION      PIC X(18).
           05  CS-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CS-UNITS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CS-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CR-PRODUCT-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE
               "PRODUCT TOTAL".
           05  FILLER              PIC X(15) VALUE SPACES.
           05  CP-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CR-TOTAL-LINE.
           05  CT-LABEL            PIC X(52).
           05  CT-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CR-JRNL-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "GL JOURNAL  ACCOUNT DEPARTMENT  D/C".
           05  FILLER              PIC X(20) VALUE
               "    AMOUNT".

       01  CR-JRNL-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  CJ-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CJ-DEPT             PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CJ-DRCR             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CJ-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  CR-PROOF-LINE.
           05  FILLER              PIC X(13) VALUE "BATCH PROOF".
           05  FILLER              PIC X(08) VALUE "DEBITS ".
           05  CF-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS ".
           05  CF-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.

       01  CR-REJECT-LINE.
           05  FILLER              PIC X(09) VALUE "REJECTED ".
           05  CJR-ACCOUNT         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CJR-REASON          PIC X(40).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30)
                                       VALUE "COST-OF-QUALITY".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CQ-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF CQ-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-COST-ONE-DISPOSITION THRU 2000-EXIT
                       UNTIL END-OF-DISPOSITIONS
                   PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT
                   PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
                   EVALUATE TRUE
                       WHEN CQ-REFUSED
                           MOVE 8 TO RETURN-CODE
                       WHEN CQ-JRNL-COUNT = 0
                           DISPLAY "NO SCRAP OR REWORK TO COST FOR "
                               CQ-COST-PERIOD " -- NO GL OUTPUT "
                               "PRODUCED"
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                           PERFORM 4000-WRITE-SEGMENT THRU 4000-EXIT
                           IF RETURN-CODE = 0
                               AND CQ-COUNT-EXCEPTIONS > 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
               PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MONTH, OPEN THE FILES, LOAD THE
      * TABLES, AND RUN THE GUARDS THAT CAN REFUSE THE WHOLE RUN
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING CQ-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CQ-RUN-DATE
               JB-TYPE JB-CODE
           MOVE "ENTER THE MONTH TO COST (CCYYMM)"
               TO CQ-VA-PROMPT-1
           MOVE "OR 0 FOR THE BUSINESS DATE'S MONTH"
               TO CQ-VA-PROMPT-2
           MOVE 0 TO CQ-VA-LOW
           MOVE 209912 TO CQ-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING CQ-VA-PROMPT-1
               CQ-VA-PROMPT-2 CQ-VA-LOW CQ-VA-HIGH CQ-VA-RESULT
           MOVE CQ-VA-RESULT TO CQ-COST-PERIOD
           IF CQ-COST-PERIOD = 0
               MOVE CQ-RUN-PERIOD TO CQ-COST-PERIOD
           END-IF
           IF CQ-COST-MM < 1 OR CQ-COST-MM > 12
               OR CQ-COST-CCYY < 1990
               DISPLAY "*** MONTH " CQ-COST-PERIOD " IS NOT A "
                   "VALID CCYYMM -- NOTHING COSTED ***"
               SET CQ-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CQ-COST-PERIOD > CQ-RUN-PERIOD
               DISPLAY "*** MONTH " CQ-COST-PERIOD " IS AFTER "
                   "THE BUSINESS DATE " CQ-RUN-DATE " -- NOTHING "
                   "COSTED ***"
               SET CQ-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-SET-MONTH-BOUNDS THRU 1050-EXIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF CQ-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-STANDARD-COSTS THRU 1200-EXIT
           PERFORM 1400-LOAD-CHART THRU 1400-EXIT
           PERFORM 1500-CHECK-POSTED-THROUGH THRU 1500-EXIT
           PERFORM 1600-CHECK-PERIOD-STATUS THRU 1600-EXIT
           PERFORM 1700-CHECK-PRIOR-COSTING THRU 1700-EXIT
           MOVE CQ-COST-PERIOD TO CH-PERIOD
           MOVE CQ-RUN-DATE TO CH-RUN-DATE
           MOVE CR-HDR-LINE TO CR-LINE
           WRITE CR-LINE
           IF NOT CQ-REFUSED
               MOVE CQ-MONTH-END TO CT-SEGMENT-DATE
               MOVE CR-DATES-LINE TO CR-LINE
               WRITE CR-LINE
               MOVE SPACES TO CR-LINE
               WRITE CR-LINE
               MOVE CR-DETAIL-HDR-LINE TO CR-LINE
               WRITE CR-LINE
               PERFORM 1900-READ-DISPOSITION THRU 1900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1050-SET-MONTH-BOUNDS -- THE MONTH'S FIRST AND LAST DAYS,
      * THE SAME ARITHMETIC AS THE WAGE ACCRUAL'S
      *-----------------------
       1050-SET-MONTH-BOUNDS.
           COMPUTE CQ-MONTH-START = (CQ-COST-PERIOD * 100) + 1
           MOVE CQ-COST-CCYY TO CQ-NEXT-CCYY
           MOVE CQ-COST-MM TO CQ-NEXT-MM
           IF CQ-NEXT-MM = 12
               ADD 1 TO CQ-NEXT-CCYY
               MOVE 1 TO CQ-NEXT-MM
           ELSE
               ADD 1 TO CQ-NEXT-MM
           END-IF
           COMPUTE CQ-NEXT-START =
               (CQ-NEXT-CCYY * 10000) + (CQ-NEXT-MM * 100) + 1
           COMPUTE CQ-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(CQ-NEXT-START) - 1
           COMPUTE CQ-MONTH-END =
               FUNCTION DATE-OF-INTEGER(CQ-MONTH-END-INT).
       1050-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN INPUT DISPOSITION-FILE
           IF CQ-DSP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DISPOSITION FILE -- "
                   "STATUS " CQ-DSP-STATUS " ***"
               SET CQ-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT GL-EXTRACT-FILE
           IF CQ-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " CQ-GLX-STATUS " ***"
               SET CQ-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT COST-REPORT-FILE
           IF CQ-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN COST-OF-QUALITY REPORT "
                   "-- STATUS " CQ-RPT-STATUS " ***"
               SET CQ-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-STANDARD-COSTS -- THE COST TABLE, WITH THE LENGTH
      * OF EACH PATTERN BEFORE ITS TRAILING SPACES. A RUN WITHOUT
      * THE TABLE CANNOT VALUE ANYTHING AND IS TREATED AS AN OPEN
      * FAILURE.
      *-----------------------
       1200-LOAD-STANDARD-COSTS.
           MOVE 0 TO CQ-STD-COUNT
           OPEN INPUT STANDARD-COST-FILE
           IF CQ-STD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STANDARD-COST FILE -- "
                   "STATUS " CQ-STD-STATUS " ***"
               SET CQ-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-STANDARD-COST THRU 1210-EXIT
           PERFORM 1220-STORE-STANDARD-COST THRU 1220-EXIT
               UNTIL END-OF-STANDARD-COSTS
                  OR CQ-STD-COUNT >= 200
           CLOSE STANDARD-COST-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-STANDARD-COST.
           READ STANDARD-COST-FILE
               AT END
                   SET END-OF-STANDARD-COSTS TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-STANDARD-COST.
           MOVE 0 TO CQ-PATTERN-LENGTH
           PERFORM 1230-SCAN-PATTERN THRU 1230-EXIT
               VARYING CQ-SCAN-I FROM 6 BY -1
               UNTIL CQ-SCAN-I = 0
                  OR CQ-PATTERN-LENGTH > 0
           IF CQ-PATTERN-LENGTH = 0
               OR SC-UNIT-COST NOT NUMERIC
               OR SC-REWORK-COST NOT NUMERIC
               DISPLAY "*** STANDARD-COST RECORD FOR PATTERN "
                   SC-BATCH-PATTERN " IS NOT VALID -- SKIPPED ***"
               GO TO 1220-NEXT
           END-IF
           ADD 1 TO CQ-STD-COUNT
           SET CQ-STD-IDX TO CQ-STD-COUNT
           MOVE SC-BATCH-PATTERN TO CQ-STD-PATTERN(CQ-STD-IDX)
           MOVE CQ-PATTERN-LENGTH TO CQ-STD-LENGTH(CQ-STD-IDX)
           MOVE SC-UNIT-COST TO CQ-STD-UNIT-COST(CQ-STD-IDX)
           MOVE SC-REWORK-COST TO CQ-STD-REWORK-COST(CQ-STD-IDX)
           IF SC-DEPARTMENT = SPACES
               MOVE CQ-DEFAULT-DEPARTMENT
                   TO CQ-STD-DEPARTMENT(CQ-STD-IDX)
           ELSE
               MOVE SC-DEPARTMENT TO CQ-STD-DEPARTMENT(CQ-STD-IDX)
           END-IF.
       1220-NEXT.
           PERFORM 1210-READ-STANDARD-COST THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1230-SCAN-PATTERN.
           IF SC-BATCH-PATTERN(CQ-SCAN-I:1) NOT = SPACE
               MOVE CQ-SCAN-I TO CQ-PATTERN-LENGTH
           END-IF.
       1230-EXIT.
           EXIT.

       1400-LOAD-CHART.
           MOVE 0 TO CQ-CHART-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF CQ-CHT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-OF-ACCOUNTS FILE "
                   "-- STATUS " CQ-CHT-STATUS " ***"
               SET CQ-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1410-READ-CHART THRU 1410-EXIT
               PERFORM 1420-STORE-CHART THRU 1420-EXIT
                   UNTIL END-OF-CHART
                      OR CQ-CHART-COUNT >= 200
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-CHART.
           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-STORE-CHART.
           ADD 1 TO CQ-CHART-COUNT
           MOVE CQ-CHART-COUNT TO CQ-CHART-SUB
           MOVE GA-ACCOUNT-CODE TO CQ-CHART-ACCOUNT(CQ-CHART-SUB)
           PERFORM 1410-READ-CHART THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *-----------------------
      * 1500-CHECK-POSTED-THROUGH -- GL-POSTING PASSES OVER LINES
      * DATED BEFORE ITS MARKER AS ALREADY POSTED, SO A MONTH-END
      * DATE THE BOOKS HAVE ALREADY POSTED PAST WOULD BE SWALLOWED
      * THERE
      *-----------------------
       1500-CHECK-POSTED-THROUGH.
           MOVE 0 TO CQ-POSTED-THROUGH
           OPEN INPUT POSTED-THROUGH-FILE
           IF CQ-PTD-STATUS(1:1) = "0"
               READ POSTED-THROUGH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PT-POSTED-DATE NUMERIC
                           MOVE PT-POSTED-DATE TO CQ-POSTED-THROUGH
                       END-IF
               END-READ
           END-IF
           CLOSE POSTED-THROUGH-FILE
           IF CQ-POSTED-THROUGH > CQ-MONTH-END
               DISPLAY "*** GL IS POSTED THROUGH " CQ-POSTED-THROUGH
                   " -- COST OF QUALITY DATED " CQ-MONTH-END
                   " WOULD BE PASSED OVER AS ALREADY POSTED. COST "
                   "THE MONTH BEFORE THE NEXT MONTH'S FIRST POSTING "
                   "***"
               SET CQ-REFUSED TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------
      * 1600-CHECK-PERIOD-STATUS -- A MONTH THE CLOSE JOB HAS
      * LOCKED WOULD REJECT EVERY LINE TO SUSPENSE
      *-----------------------
       1600-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF CQ-PRD-STATUS(1:1) = "0"
               PERFORM 1610-READ-PERIOD-STATUS THRU 1610-EXIT
               PERFORM 1620-TEST-ONE-PERIOD THRU 1620-EXIT
                   UNTIL END-OF-PERIOD-FILE
           END-IF
           CLOSE PERIOD-STATUS-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-PERIOD-STATUS.
           READ PERIOD-STATUS-FILE
               AT END
                   SET END-OF-PERIOD-FILE TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-TEST-ONE-PERIOD.
           IF PS-PERIOD = CQ-COST-PERIOD AND PS-STATUS = "C"
               DISPLAY "*** PERIOD " CQ-COST-PERIOD " IS CLOSED "
                   "-- NOTHING COSTED ***"
               SET CQ-REFUSED TO TRUE
           END-IF
           PERFORM 1610-READ-PERIOD-STATUS THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------
      * 1700-CHECK-PRIOR-COSTING -- COST-OF-QUALITY LINES ALREADY ON
      * THE EXTRACT FOR THIS MONTH-END MEAN AN EARLIER RUN COSTED
      * THE MONTH; A SECOND SEGMENT WOULD DOUBLE THE EXPENSE
      *-----------------------
       1700-CHECK-PRIOR-COSTING.
           MOVE 0 TO CQ-PRIOR-COST-LINES
           PERFORM 1710-READ-EXTRACT THRU 1710-EXIT
           PERFORM 1720-TEST-ONE-LINE THRU 1720-EXIT
               UNTIL END-OF-EXTRACT
           CLOSE GL-EXTRACT-FILE
           IF CQ-PRIOR-COST-LINES > 0
               DISPLAY "*** MONTH " CQ-COST-PERIOD " ALREADY "
                   "COSTED -- " CQ-PRIOR-COST-LINES " COST-OF-"
                   "QUALITY LINES DATED " CQ-MONTH-END " ON THE GL "
                   "EXTRACT ***"
               SET CQ-REFUSED TO TRUE
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       1720-TEST-ONE-LINE.
           IF GL-RECORD(11:8) NOT = "TRAILER "
               AND GL-JOURNAL-LINE
               AND GL-LINE-QUALITY
               AND GL-RUN-DATE = CQ-MONTH-END
               ADD 1 TO CQ-PRIOR-COST-LINES
           END-IF
           PERFORM 1710-READ-EXTRACT THRU 1710-EXIT.
       1720-EXIT.
           EXIT.

       1900-READ-DISPOSITION.
           READ DISPOSITION-FILE NEXT RECORD
               AT END
                   SET END-OF-DISPOSITIONS TO TRUE
               NOT AT END
                   ADD 1 TO CQ-COUNT-READ
           END-READ.
       1900-EXIT.
           EXIT.

      *-----------------------
      * 2000-COST-ONE-DISPOSITION -- VALUE A SCRAP, REWORK OR SHIP-
      * ON-DEVIATION ACTIONED IN THE MONTH. A BATCH STILL ON HOLD
      * HAS COST NOTHING YET. A DISPOSITION WITH NO BATCH SIZE OR NO
      * COST PATTERN IS LISTED AND LEFT OUT OF THE JOURNAL.
      *-----------------------
       2000-COST-ONE-DISPOSITION.
           IF QD-ACTION-DATE NOT NUMERIC
               OR QD-ACTION-DATE < CQ-MONTH-START
               OR QD-ACTION-DATE > CQ-MONTH-END
               OR QD-DISP-HOLD
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO CQ-COUNT-IN-MONTH
           PERFORM 2100-FIND-STANDARD-COST THRU 2100-EXIT
           IF CQ-BEST-LENGTH = 0
               MOVE "NO STANDARD COST FOR BATCH"
                   TO CQ-EXCEPTION-REASON
               PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE CQ-STD-PATTERN(CQ-BEST-SUB) TO CQ-PRODUCT
           MOVE CQ-STD-DEPARTMENT(CQ-BEST-SUB) TO CQ-DEPARTMENT
           EVALUATE TRUE
               WHEN QD-DISP-SCRAP
                   MOVE CQ-STD-UNIT-COST(CQ-BEST-SUB)
                       TO CQ-COST-PER-UNIT
               WHEN QD-DISP-REWORK
                   MOVE CQ-STD-REWORK-COST(CQ-BEST-SUB)
                       TO CQ-COST-PER-UNIT
               WHEN QD-DISP-DEVIATION
                   MOVE 0 TO CQ-COST-PER-UNIT
               WHEN OTHER
                   MOVE "UNKNOWN DISPOSITION CODE"
                       TO CQ-EXCEPTION-REASON
                   PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
                   GO TO 2000-NEXT
           END-EVALUATE
           IF NOT QD-DISP-DEVIATION
               IF QD-BATCH-SIZE NOT NUMERIC OR QD-BATCH-SIZE = 0
                   MOVE "NO BATCH SIZE ON DISPOSITION"
                       TO CQ-EXCEPTION-REASON
                   PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
                   GO TO 2000-NEXT
               END-IF
           END-IF
           MOVE 0 TO CQ-VALUE
           IF QD-BATCH-SIZE NUMERIC
               COMPUTE CQ-VALUE ROUNDED =
                   QD-BATCH-SIZE * CQ-COST-PER-UNIT
                   ON SIZE ERROR
                       MOVE "VALUE TOO LARGE TO POST"
                           TO CQ-EXCEPTION-REASON
                       PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
                       GO TO 2000-NEXT
               END-COMPUTE
           END-IF
           ADD 1 TO CQ-COUNT-COSTED
           PERFORM 2200-FOLD-SUMMARY THRU 2200-EXIT
           IF CQ-VALUE > 0
               PERFORM 2300-FOLD-DEPARTMENT THRU 2300-EXIT
           END-IF
           MOVE QD-BATCH-ID TO CD-BATCH-ID
           MOVE QD-HOLD-DATE TO CD-HOLD-DATE
           MOVE QD-ACTION-DATE TO CD-ACTION-DATE
           MOVE QD-DISPOSITION TO CD-DISPOSITION
           MOVE CQ-PRODUCT TO CD-PRODUCT
           IF QD-BATCH-SIZE NUMERIC
               MOVE QD-BATCH-SIZE TO CD-UNITS
           ELSE
               MOVE 0 TO CD-UNITS
           END-IF
           MOVE CQ-COST-PER-UNIT TO CD-COST-PER-UNIT
           MOVE CQ-VALUE TO CD-VALUE
           MOVE CQ-DEPARTMENT TO CD-DEPARTMENT
           MOVE CR-DETAIL-LINE TO CR-LINE
           WRITE CR-LINE.
       2000-NEXT.
           PERFORM 1900-READ-DISPOSITION THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-FIND-STANDARD-COST -- THE LONGEST PATTERN ON THE COST
      * TABLE THAT PREFIXES THE BATCH ID
      *-----------------------
       2100-FIND-STANDARD-COST.
           MOVE 0 TO CQ-BEST-LENGTH
           MOVE 0 TO CQ-BEST-SUB
           PERFORM 2110-MATCH-STANDARD-COST THRU 2110-EXIT
               VARYING CQ-STD-IDX FROM 1 BY 1
               UNTIL CQ-STD-IDX > CQ-STD-COUNT.
       2100-EXIT.
           EXIT.

       2110-MATCH-STANDARD-COST.
           MOVE CQ-STD-LENGTH(CQ-STD-IDX) TO CQ-PATTERN-LENGTH
           IF CQ-PATTERN-LENGTH > CQ-BEST-LENGTH
               AND QD-BATCH-ID(1:CQ-PATTERN-LENGTH)
                   = CQ-STD-PATTERN(CQ-STD-IDX)(1:CQ-PATTERN-LENGTH)
               MOVE CQ-PATTERN-LENGTH TO CQ-BEST-LENGTH
               SET CQ-BEST-SUB TO CQ-STD-IDX
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------
      * 2200-FOLD-SUMMARY -- ADD THE DISPOSITION TO ITS PRODUCT AND
      * TYPE, OPENING A NEW ROW IN KEY ORDER WHEN IT IS THE FIRST
      *-----------------------
       2200-FOLD-SUMMARY.
           MOVE CQ-PRODUCT TO CQ-SUM-KEY(1:6)
           MOVE QD-DISPOSITION TO CQ-SUM-KEY(7:1)
           MOVE "N" TO CQ-FOUND-SWITCH
           MOVE 0 TO CQ-SUM-INSERT-AT
           PERFORM 2210-MATCH-SUMMARY THRU 2210-EXIT
               VARYING CQ-SUM-IDX FROM 1 BY 1
               UNTIL CQ-SUM-IDX > CQ-SUM-COUNT-USED
                  OR CQ-FOUND
                  OR CQ-SUM-INSERT-AT > 0
           IF NOT CQ-FOUND
               IF CQ-SUM-COUNT-USED >= 200
                   DISPLAY "*** MORE THAN 200 PRODUCT/DISPOSITION "
                       "ROWS -- " CQ-PRODUCT " " QD-DISPOSITION
                       " LEFT OFF THE SUMMARY ***"
                   GO TO 2200-EXIT
               END-IF
               IF CQ-SUM-INSERT-AT = 0
                   COMPUTE CQ-SUM-INSERT-AT = CQ-SUM-COUNT-USED + 1
               END-IF
               PERFORM 2220-SHIFT-SUMMARY-ROW THRU 2220-EXIT
                   VARYING CQ-SUM-FROM FROM CQ-SUM-COUNT-USED BY -1
                   UNTIL CQ-SUM-FROM < CQ-SUM-INSERT-AT
               ADD 1 TO CQ-SUM-COUNT-USED
               MOVE CQ-SUM-INSERT-AT TO CQ-SUM-SUB
               MOVE CQ-PRODUCT TO CQ-SUM-PRODUCT(CQ-SUM-SUB)
               MOVE QD-DISPOSITION TO CQ-SUM-DISPOSITION(CQ-SUM-SUB)
               MOVE 0 TO CQ-SUM-COUNT(CQ-SUM-SUB)
               MOVE 0 TO CQ-SUM-UNITS(CQ-SUM-SUB)
               MOVE 0 TO CQ-SUM-VALUE(CQ-SUM-SUB)
           END-IF
           ADD 1 TO CQ-SUM-COUNT(CQ-SUM-SUB)
           IF QD-BATCH-SIZE NUMERIC
               ADD QD-BATCH-SIZE TO CQ-SUM-UNITS(CQ-SUM-SUB)
           END-IF
           ADD CQ-VALUE TO CQ-SUM-VALUE(CQ-SUM-SUB).
       2200-EXIT.
           EXIT.

       2210-MATCH-SUMMARY.
           MOVE CQ-SUM-PRODUCT(CQ-SUM-IDX) TO CQ-SUM-ENTRY-KEY(1:6)
           MOVE CQ-SUM-DISPOSITION(CQ-SUM-IDX)
               TO CQ-SUM-ENTRY-KEY(7:1)
           IF CQ-SUM-ENTRY-KEY = CQ-SUM-KEY
               SET CQ-FOUND TO TRUE
               SET CQ-SUM-SUB TO CQ-SUM-IDX
           ELSE
               IF CQ-SUM-ENTRY-KEY > CQ-SUM-KEY
                   SET CQ-SUM-INSERT-AT TO CQ-SUM-IDX
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

       2220-SHIFT-SUMMARY-ROW.
           MOVE CQ-SUM-ENTRY(CQ-SUM-FROM)
               TO CQ-SUM-ENTRY(CQ-SUM-FROM + 1).
       2220-EXIT.
           EXIT.

      *-----------------------
      * 2300-FOLD-DEPARTMENT -- THE SCRAP OR REWORK EXPENSE INTO
      * ITS DEPARTMENT'S TOTALS
      *-----------------------
       2300-FOLD-DEPARTMENT.
           MOVE "N" TO CQ-FOUND-SWITCH
           PERFORM 2310-MATCH-DEPARTMENT THRU 2310-EXIT
               VARYING CQ-DEPT-IDX FROM 1 BY 1
               UNTIL CQ-DEPT-IDX > CQ-DEPT-COUNT
                  OR CQ-FOUND
           IF NOT CQ-FOUND
               IF CQ-DEPT-COUNT >= 50
                   DISPLAY "*** MORE THAN 50 DEPARTMENTS -- "
                       "NOTHING WRITTEN ***"
                   SET CQ-REFUSED TO TRUE
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO CQ-DEPT-COUNT
               MOVE CQ-DEPT-COUNT TO CQ-DEPT-SUB
               MOVE CQ-DEPARTMENT TO CQ-DEPT-NAME(CQ-DEPT-SUB)
               MOVE 0 TO CQ-DEPT-SCRAP(CQ-DEPT-SUB)
               MOVE 0 TO CQ-DEPT-REWORK(CQ-DEPT-SUB)
           END-IF
           IF QD-DISP-SCRAP
               ADD CQ-VALUE TO CQ-DEPT-SCRAP(CQ-DEPT-SUB)
               ADD CQ-VALUE TO CQ-TOTAL-SCRAP
           ELSE
               ADD CQ-VALUE TO CQ-DEPT-REWORK(CQ-DEPT-SUB)
               ADD CQ-VALUE TO CQ-TOTAL-REWORK
           END-IF
           ADD CQ-VALUE TO CQ-TOTAL-COST.
       2300-EXIT.
           EXIT.

       2310-MATCH-DEPARTMENT.
           IF CQ-DEPT-NAME(CQ-DEPT-IDX) = CQ-DEPARTMENT
               SET CQ-FOUND TO TRUE
               SET CQ-DEPT-SUB TO CQ-DEPT-IDX
           END-IF.
       2310-EXIT.
           EXIT.

       2900-LIST-EXCEPTION.
           ADD 1 TO CQ-COUNT-EXCEPTIONS
           MOVE QD-BATCH-ID TO CX-BATCH-ID
           MOVE QD-HOLD-DATE TO CX-HOLD-DATE
           MOVE QD-ACTION-DATE TO CX-ACTION-DATE
           MOVE QD-DISPOSITION TO CX-DISPOSITION
           MOVE CQ-EXCEPTION-REASON TO CX-REASON
           MOVE CR-EXCEPTION-LINE TO CR-LINE
           WRITE CR-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------
      * 3000-BUILD-JOURNAL -- SCRAP AND REWORK EXPENSE DEBITED BY
      * DEPARTMENT, THE WHOLE CREDITED TO INVENTORY. EVERY ACCOUNT
      * MUST BE ON THE CHART AND THE JOURNAL MUST PROVE.
      *-----------------------
       3000-BUILD-JOURNAL.
           MOVE 0 TO CQ-JRNL-COUNT
           IF CQ-REFUSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-ADD-DEPT-LINES THRU 3100-EXIT
               VARYING CQ-DEPT-IDX FROM 1 BY 1
               UNTIL CQ-DEPT-IDX > CQ-DEPT-COUNT
           IF CQ-TOTAL-COST > 0
               MOVE GL-INVENTORY-ACCOUNT TO CQ-HOLD-ACCOUNT
               MOVE SPACES TO CQ-HOLD-DEPT
               MOVE "C" TO CQ-HOLD-DRCR
               MOVE CQ-TOTAL-COST TO CQ-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF
           PERFORM 3300-CHECK-ONE-ACCOUNT THRU 3300-EXIT
               VARYING CQ-JRNL-SUB FROM 1 BY 1
               UNTIL CQ-JRNL-SUB > CQ-JRNL-COUNT
           IF CQ-DEBIT-TOTAL NOT = CQ-CREDIT-TOTAL
               DISPLAY "*** COST OF QUALITY DOES NOT PROVE -- "
                   "DEBITS " CQ-DEBIT-TOTAL " CREDITS "
                   CQ-CREDIT-TOTAL " -- NOTHING WRITTEN ***"
               SET CQ-REFUSED TO TRUE
           END-IF
           IF CQ-COUNT-BAD-ACCT > 0
               DISPLAY "*** " CQ-COUNT-BAD-ACCT " COST-OF-QUALITY "
                   "LINES NAME ACCOUNTS NOT ON THE CHART -- "
                   "NOTHING WRITTEN ***"
               SET CQ-REFUSED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ADD-DEPT-LINES.
           IF CQ-DEPT-SCRAP(CQ-DEPT-IDX) > 0
               MOVE GL-SCRAP-EXPENSE-ACCOUNT TO CQ-HOLD-ACCOUNT
               MOVE CQ-DEPT-NAME(CQ-DEPT-IDX) TO CQ-HOLD-DEPT
               MOVE "D" TO CQ-HOLD-DRCR
               MOVE CQ-DEPT-SCRAP(CQ-DEPT-IDX) TO CQ-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF
           IF CQ-DEPT-REWORK(CQ-DEPT-IDX) > 0
               MOVE GL-REWORK-EXPENSE-ACCOUNT TO CQ-HOLD-ACCOUNT
               MOVE CQ-DEPT-NAME(CQ-DEPT-IDX) TO CQ-HOLD-DEPT
               MOVE "D" TO CQ-HOLD-DRCR
               MOVE CQ-DEPT-REWORK(CQ-DEPT-IDX) TO CQ-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3300-CHECK-ONE-ACCOUNT.
           MOVE "N" TO CQ-FOUND-SWITCH
           PERFORM 3310-FIND-ACCOUNT THRU 3310-EXIT
               VARYING CQ-CHART-SUB FROM 1 BY 1
               UNTIL CQ-CHART-SUB > CQ-CHART-COUNT
                  OR CQ-FOUND
           IF NOT CQ-FOUND
               ADD 1 TO CQ-COUNT-BAD-ACCT
               MOVE CQ-JRNL-ACCOUNT(CQ-JRNL-SUB) TO CJR-ACCOUNT
               MOVE "ACCOUNT NOT ON CHART" TO CJR-REASON
               MOVE CR-REJECT-LINE TO CR-LINE
               WRITE CR-LINE
           END-IF.
       3300-EXIT.
           EXIT.

       3310-FIND-ACCOUNT.
           IF CQ-CHART-ACCOUNT(CQ-CHART-SUB)
                   = CQ-JRNL-ACCOUNT(CQ-JRNL-SUB)
               SET CQ-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------
      * 3900-ADD-JOURNAL-LINE -- THE HELD LINE INTO THE JOURNAL
      * TABLE AND THE BATCH PROOF
      *-----------------------
       3900-ADD-JOURNAL-LINE.
           IF CQ-JRNL-COUNT >= 101
               DISPLAY "*** COST-OF-QUALITY JOURNAL OVER 101 LINES "
                   "-- NOTHING WRITTEN ***"
               SET CQ-REFUSED TO TRUE
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO CQ-JRNL-COUNT
           MOVE CQ-JRNL-COUNT TO CQ-JRNL-SUB
           MOVE CQ-HOLD-ACCOUNT TO CQ-JRNL-ACCOUNT(CQ-JRNL-SUB)
           MOVE CQ-HOLD-DEPT TO CQ-JRNL-DEPT(CQ-JRNL-SUB)
           MOVE CQ-HOLD-DRCR TO CQ-JRNL-DRCR(CQ-JRNL-SUB)
           MOVE CQ-HOLD-AMOUNT TO CQ-JRNL-AMOUNT(CQ-JRNL-SUB)
           IF CQ-HOLD-DRCR = "D"
               ADD CQ-HOLD-AMOUNT TO CQ-DEBIT-TOTAL
           ELSE
               ADD CQ-HOLD-AMOUNT TO CQ-CREDIT-TOTAL
           END-IF.
       3900-EXIT.
           EXIT.

      *-----------------------
      * 4000-WRITE-SEGMENT -- THE JOURNAL DATED THE MONTH'S LAST
      * DAY, ITS PROOF LINES AND TRAILER, AS ONE SEGMENT ON THE
      * SHARED EXTRACT
      *-----------------------
       4000-WRITE-SEGMENT.
           OPEN EXTEND GL-EXTRACT-FILE
           IF CQ-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " CQ-GLX-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 0 TO CQ-TRL-COUNT
           MOVE 0 TO CQ-TRL-HASH
           PERFORM 4100-WRITE-ONE-LINE THRU 4100-EXIT
               VARYING CQ-JRNL-SUB FROM 1 BY 1
               UNTIL CQ-JRNL-SUB > CQ-JRNL-COUNT
           MOVE SPACES TO GL-RECORD
           MOVE CQ-MONTH-END TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE CQ-DEBIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE CQ-MONTH-END TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE CQ-CREDIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO CQ-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE CQ-MONTH-END TO FT-RUN-DATE
           MOVE "TRAILER " TO FT-MARKER
           MOVE CQ-TRL-COUNT TO FT-RECORD-COUNT
           MOVE CQ-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-EXTRACT-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-LINE.
           MOVE SPACES TO GL-RECORD
           MOVE CQ-MONTH-END TO GL-RUN-DATE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE CQ-JRNL-ACCOUNT(CQ-JRNL-SUB) TO GL-ACCOUNT-CODE
           MOVE CQ-JRNL-DEPT(CQ-JRNL-SUB) TO GL-DEPARTMENT
           MOVE CQ-JRNL-DRCR(CQ-JRNL-SUB) TO GL-DRCR-FLAG
           MOVE "QCOST " TO GL-LINE-TYPE
           MOVE CQ-JRNL-AMOUNT(CQ-JRNL-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO CQ-TRL-COUNT
           ADD GL-AMOUNT TO CQ-TRL-HASH.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-REPORT -- THE MONTH BY PRODUCT AND DISPOSITION
      * TYPE, THE SCRAP AND REWORK TOTALS, AND THE JOURNAL THEY
      * POST AS, WITH ITS BATCH PROOF
      *-----------------------
       5000-PRINT-REPORT.
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE CR-SUM-HDR-LINE TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CQ-BREAK-PRODUCT
           MOVE 0 TO CQ-PRODUCT-TOTAL
           PERFORM 5100-PRINT-ONE-SUMMARY THRU 5100-EXIT
               VARYING CQ-SUM-IDX FROM 1 BY 1
               UNTIL CQ-SUM-IDX > CQ-SUM-COUNT-USED
           IF CQ-SUM-COUNT-USED > 0
               PERFORM 5200-PRINT-PRODUCT-TOTAL THRU 5200-EXIT
           END-IF
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE "TOTAL SCRAP" TO CT-LABEL
           MOVE CQ-TOTAL-SCRAP TO CT-VALUE
           MOVE CR-TOTAL-LINE TO CR-LINE
           WRITE CR-LINE
           MOVE "TOTAL REWORK" TO CT-LABEL
           MOVE CQ-TOTAL-REWORK TO CT-VALUE
           MOVE CR-TOTAL-LINE TO CR-LINE
           WRITE CR-LINE
           MOVE "TOTAL COST OF QUALITY" TO CT-LABEL
           MOVE CQ-TOTAL-COST TO CT-VALUE
           MOVE CR-TOTAL-LINE TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE CR-JRNL-HDR-LINE TO CR-LINE
           WRITE CR-LINE
           PERFORM 5300-PRINT-ONE-JOURNAL-LINE THRU 5300-EXIT
               VARYING CQ-JRNL-SUB FROM 1 BY 1
               UNTIL CQ-JRNL-SUB > CQ-JRNL-COUNT
           MOVE CQ-DEBIT-TOTAL TO CF-DEBITS
           MOVE CQ-CREDIT-TOTAL TO CF-CREDITS
           MOVE CR-PROOF-LINE TO CR-LINE
           WRITE CR-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-SUMMARY.
           IF CQ-SUM-PRODUCT(CQ-SUM-IDX) NOT = CQ-BREAK-PRODUCT
               IF CQ-BREAK-PRODUCT NOT = SPACES
                   PERFORM 5200-PRINT-PRODUCT-TOTAL THRU 5200-EXIT
               END-IF
               MOVE CQ-SUM-PRODUCT(CQ-SUM-IDX) TO CQ-BREAK-PRODUCT
               MOVE 0 TO CQ-PRODUCT-TOTAL
           END-IF
           MOVE CQ-COST-PERIOD TO CS-PERIOD
           MOVE CQ-SUM-PRODUCT(CQ-SUM-IDX) TO CS-PRODUCT
           EVALUATE CQ-SUM-DISPOSITION(CQ-SUM-IDX)
               WHEN "X"
                   MOVE "SCRAP" TO CS-DISPOSITION
               WHEN "R"
                   MOVE "REWORK" TO CS-DISPOSITION
               WHEN "S"
                   MOVE "SHIP ON DEVIATION" TO CS-DISPOSITION
           END-EVALUATE
           MOVE CQ-SUM-COUNT(CQ-SUM-IDX) TO CS-COUNT
           MOVE CQ-SUM-UNITS(CQ-SUM-IDX) TO CS-UNITS
           MOVE CQ-SUM-VALUE(CQ-SUM-IDX) TO CS-VALUE
           MOVE CR-SUM-LINE TO CR-LINE
           WRITE CR-LINE
           ADD CQ-SUM-VALUE(CQ-SUM-IDX) TO CQ-PRODUCT-TOTAL.
       5100-EXIT.
           EXIT.

       5200-PRINT-PRODUCT-TOTAL.
           MOVE CQ-PRODUCT-TOTAL TO CP-VALUE
           MOVE CR-PRODUCT-TOTAL-LINE TO CR-LINE
           WRITE CR-LINE.
       5200-EXIT.
           EXIT.

       5300-PRINT-ONE-JOURNAL-LINE.
           MOVE CQ-JRNL-ACCOUNT(CQ-JRNL-SUB) TO CJ-ACCOUNT
           MOVE CQ-JRNL-DEPT(CQ-JRNL-SUB) TO CJ-DEPT
           MOVE CQ-JRNL-DRCR(CQ-JRNL-SUB) TO CJ-DRCR
           MOVE CQ-JRNL-AMOUNT(CQ-JRNL-SUB) TO CJ-AMOUNT
           MOVE CR-JRNL-LINE TO CR-LINE
           WRITE CR-LINE.
       5300-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "COST-OF-QUALITY SUMMARY FOR " CQ-COST-PERIOD
           DISPLAY "  DISPOSITIONS READ.....: " CQ-COUNT-READ
           DISPLAY "  ACTIONED IN THE MONTH.: " CQ-COUNT-IN-MONTH
           DISPLAY "  COSTED................: " CQ-COUNT-COSTED
           DISPLAY "  NOT COSTED............: " CQ-COUNT-EXCEPTIONS
           DISPLAY "  SCRAP EXPENSE.........: " CQ-TOTAL-SCRAP
           DISPLAY "  REWORK EXPENSE........: " CQ-TOTAL-REWORK
           IF RETURN-CODE = 0 OR
               (RETURN-CODE = 4 AND CQ-JRNL-COUNT > 0)
               DISPLAY "  COST OF QUALITY DATED " CQ-MONTH-END
                   " WRITTEN TO THE GL EXTRACT"
           END-IF.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CQ-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE DISPOSITION-FILE
           CLOSE COST-REPORT-FILE.
       9000-EXIT.
           EXIT.
       END PROGRAM COST-OF-QUALITY.
