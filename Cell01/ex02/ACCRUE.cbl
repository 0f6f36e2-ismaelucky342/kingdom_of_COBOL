       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WAGE-ACCRUAL.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. A pay period that straddles
      *                  month end left the old month's worked days
      *                  off that month's books -- the expense all
      *                  landed in the month the cycle paid, and
      *                  accounting keyed the accrual through GLJRNL
      *                  by hand. This job estimates the closing
      *                  month's earned-but-unpaid wages per
      *                  employee (hourly from the month's timesheet
      *                  lines at the master rate, salaried from the
      *                  master salary and grade increment prorated
      *                  for a mid-month hire or term, less what
      *                  PAYHIST shows already paid in the month)
      *                  and the employer taxes on them, totals both
      *                  by department, and appends two balanced,
      *                  trailed segments to the GL extract: the
      *                  accrual dated the last day of the month and
      *                  its reversal dated the first day of the
      *                  next, so the cycle that pays the wages
      *                  nets the accrual back out. A month already
      *                  accrued, already past GL-POSTING's posted-
      *                  through marker, or already closed is
      *                  refused with nothing written.
      * 2026-10-15  JCM  Timesheet layout now carries the earnings-code
      *                  fields the pay cycle reads; coded pay is not
      *                  accrued, only hours worked.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WA-EMP-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-TS-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WA-PH-STATUS.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-DPM-STATUS.
           SELECT OPTIONAL EMPLOYER-TAX-FILE ASSIGN TO "EMPTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-ETX-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-CHT-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-GLX-STATUS.
           SELECT OPTIONAL POSTED-THROUGH-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-PTD-STATUS.
           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-PRD-STATUS.
           SELECT ACCRUAL-REGISTER-FILE ASSIGN TO "ACCRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-REG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

      * SAME TIMESHEET LAYOUT THE PAY CYCLE READS -- ONE LINE PER
      * EMPLOYEE, PERIOD, AND CHARGED DEPARTMENT, IN EMPLOYEE ORDER
       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           05  TS-EMP-ID           PIC 9(05).
           05  TS-PERIOD           PIC 9(06).
           05  TS-REG-HOURS        PIC 9(03)V9(02).
           05  TS-OT-HOURS         PIC 9(03)V9(02).
           05  TS-DEPARTMENT       PIC X(10).
           05  TS-VAC-HOURS        PIC 9(03)V9(02).
           05  TS-SICK-HOURS       PIC 9(03)V9(02).
           05  TS-EARN-CODE        PIC X(03).
           05  TS-EARN-HOURS       PIC 9(03)V9(02).
           05  TS-EARN-AMOUNT      PIC 9(05)V9(02).

       FD  PAY-HISTORY-FILE.
           COPY PAYHST.

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05  DP-DEPT-CODE        PIC X(10).
           05  DP-DESCRIPTION      PIC X(20).
           05  DP-EXPENSE-ACCT     PIC X(06).
           05  DP-LIABILITY-ACCT   PIC X(06).

       FD  EMPLOYER-TAX-FILE.
       01  EMPLOYER-TAX-RECORD.
           05  ET-TAX-CODE         PIC X(03).
           05  ET-DESCRIPTION      PIC X(20).
           05  ET-RATE             PIC 9V9(04).
           05  ET-WAGE-CAP         PIC 9(07)V9(02).
           05  ET-EXPENSE-ACCT     PIC X(06).
           05  ET-LIABILITY-ACCT   PIC X(06).

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

       FD  ACCRUAL-REGISTER-FILE.
       01  RG-LINE                     PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  WA-EMP-STATUS            PIC X(02) VALUE "00".
       01  WA-TS-STATUS             PIC X(02) VALUE "00".
       01  WA-PH-STATUS             PIC X(02) VALUE "00".
       01  WA-DPM-STATUS            PIC X(02) VALUE "00".
       01  WA-ETX-STATUS            PIC X(02) VALUE "00".
       01  WA-CHT-STATUS            PIC X(02) VALUE "00".
       01  WA-GLX-STATUS            PIC X(02) VALUE "00".
       01  WA-PTD-STATUS            PIC X(02) VALUE "00".
       01  WA-PRD-STATUS            PIC X(02) VALUE "00".
       01  WA-REG-STATUS            PIC X(02) VALUE "00".
       01  WA-EMP-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EMPLOYEES        VALUE "Y".
       01  WA-TS-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-TIMESHEETS       VALUE "Y".
       01  WA-PH-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-EMP-HISTORY      VALUE "Y".
       01  WA-DPM-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-DEPARTMENTS      VALUE "Y".
       01  WA-ETX-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EMPLOYER-TAX     VALUE "Y".
       01  WA-CHT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CHART            VALUE "Y".
       01  WA-GLX-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EXTRACT          VALUE "Y".
       01  WA-PRD-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-PERIOD-FILE      VALUE "Y".
       01  WA-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  WA-OPEN-ERROR           VALUE "Y".
       01  WA-REFUSED-SWITCH        PIC X(01) VALUE "N".
           88  WA-REFUSED              VALUE "Y".
       01  WA-ACTIVE-SWITCH         PIC X(01) VALUE "N".
           88  WA-EMP-ACTIVE           VALUE "Y".
       01  WA-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  WA-FOUND                VALUE "Y".
       01  WA-REVERSE-SWITCH        PIC X(01) VALUE "N".
           88  WA-REVERSING            VALUE "Y".

      * THE MONTH BEING ACCRUED, ITS LAST DAY, AND THE FIRST DAY OF
      * THE NEXT -- THE TWO SEGMENT DATES
       01  WA-RUN-DATE              PIC 9(08).
       01  WA-RUN-DATE-R REDEFINES WA-RUN-DATE.
           05  WA-RUN-PERIOD        PIC 9(06).
           05  FILLER               PIC 9(02).
       01  WA-ACCRUAL-PERIOD        PIC 9(06) VALUE 0.
       01  WA-ACCRUAL-PERIOD-R REDEFINES WA-ACCRUAL-PERIOD.
           05  WA-ACCRUAL-CCYY      PIC 9(04).
           05  WA-ACCRUAL-MM        PIC 9(02).
       01  WA-NEXT-CCYY             PIC 9(04) VALUE 0.
       01  WA-NEXT-MM               PIC 9(02) VALUE 0.
       01  WA-MONTH-START           PIC 9(08) VALUE 0.
       01  WA-MONTH-END             PIC 9(08) VALUE 0.
       01  WA-NEXT-START            PIC 9(08) VALUE 0.
       01  WA-MONTH-START-INT       PIC 9(08) VALUE 0.
       01  WA-MONTH-END-INT         PIC 9(08) VALUE 0.
       01  WA-DAYS-IN-MONTH         PIC 9(03) VALUE 0.
       01  WA-ACTIVE-START-INT      PIC 9(08) VALUE 0.
       01  WA-ACTIVE-END-INT        PIC 9(08) VALUE 0.
       01  WA-DAYS-ACTIVE           PIC S9(05) VALUE 0.
       01  WA-PRORATE-FACTOR        PIC 9V9(06) VALUE 1.
       01  WA-SEG-DATE              PIC 9(08) VALUE 0.

      * GUARDS -- THE POSTED-THROUGH MARKER AND A PRIOR ACCRUAL FOR
      * THE SAME MONTH ON THE EXTRACT
       01  WA-POSTED-THROUGH        PIC 9(08) VALUE 0.
       01  WA-PRIOR-ACCRUAL-LINES   PIC 9(07) VALUE 0.

      * PAY RULES -- THE SAME FIGURES THE PAY CYCLE USES
       01  PAY-GRADE                PIC X(01).
           88  GRADE-JUNIOR            VALUE "J".
           88  GRADE-SENIOR            VALUE "S".
           88  GRADE-MANAGER           VALUE "M".
       01  INCREMENT                PIC 9V99 VALUE 0.05.
       01  OT-PREMIUM-RATE          PIC 9V99 VALUE 1.50.
       01  STANDARD-MONTHLY-HOURS   PIC 9(03)V99 VALUE 173.33.
       01  GL-PAYROLL-ACCOUNT       PIC X(06) VALUE "600100".
       01  GL-ACCRUED-WAGES-ACCOUNT PIC X(06) VALUE "210400".

      * THE DEPARTMENT MASTER -- CHARGED DEPARTMENT TO EXPENSE
      * ACCOUNT
       01  WA-DPM-TABLE.
           05  WA-DPM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WA-DPM-IDX.
               10  WA-DPM-CODE         PIC X(10).
               10  WA-DPM-EXPENSE-ACCT PIC X(06).
       01  WA-DPM-COUNT             PIC 9(03) VALUE 0.
       01  WA-DPM-LOOKUP-NAME       PIC X(10).
       01  WA-DPM-ACCT-WORK         PIC X(06).

      * THE EMPLOYER-SIDE TAXES, WITH THE CURRENT EMPLOYEE'S
      * TAXABLE SHARE OF THE ACCRUAL FOR EACH
       01  WA-ETX-TABLE.
           05  WA-ETX-ENTRY OCCURS 5 TIMES INDEXED BY WA-ETX-IDX.
               10  WA-ETX-CODE             PIC X(03).
               10  WA-ETX-RATE             PIC 9V9(04).
               10  WA-ETX-CAP              PIC 9(07)V9(02).
               10  WA-ETX-EXPENSE-ACCT     PIC X(06).
               10  WA-ETX-LIABILITY-ACCT   PIC X(06).
               10  WA-ETX-EMP-FACTOR       PIC 9V9(06).
               10  WA-ETX-TOTAL            PIC 9(09)V9(02).
       01  WA-ETX-COUNT             PIC 9(01) VALUE 0.
       01  WA-ETX-TAXABLE           PIC 9(07)V9(02) VALUE 0.

      * THE CHART'S ACCOUNT CODES -- EVERY ACCRUAL LINE MUST NAME
      * ONE
       01  WA-CHART-TABLE.
           05  WA-CHART-ACCOUNT OCCURS 200 TIMES
                                    PIC X(06).
       01  WA-CHART-COUNT           PIC 9(03) VALUE 0.
       01  WA-CHART-SUB             PIC 9(03) VALUE 0.

      * THE CURRENT EMPLOYEE'S EARNINGS FOR THE MONTH BY CHARGED
      * DEPARTMENT, AND THE SHARE OF THE ACCRUAL IN EACH
       01  WA-EMP-DIST-TABLE.
           05  WA-EMP-DIST OCCURS 10 TIMES INDEXED BY WA-DIST-IDX.
               10  WA-DIST-DEPT        PIC X(10).
               10  WA-DIST-EARNED      PIC 9(07)V9(02).
               10  WA-DIST-SHARE       PIC 9(07)V9(02).
       01  WA-DIST-COUNT            PIC 9(02) VALUE 0.
       01  WA-DIST-SUB              PIC 9(02) VALUE 0.
       01  WA-DIST-HOLD-DEPT        PIC X(10).
       01  WA-LINE-EARNED           PIC 9(07)V9(02) VALUE 0.
       01  WA-EMP-EARNED            PIC 9(07)V9(02) VALUE 0.
       01  WA-EMP-PAID              PIC 9(07)V9(02) VALUE 0.
       01  WA-EMP-UNPAID            PIC 9(07)V9(02) VALUE 0.
       01  WA-EMP-SPREAD            PIC 9(07)V9(02) VALUE 0.
       01  WA-UNPAID-FACTOR         PIC 9V9(06) VALUE 0.
       01  WA-HOURLY-RATE           PIC 9(05)V9(04) VALUE 0.
       01  WA-MONTHLY               PIC 9(05)V9(02) VALUE 0.

      * THE ACCRUAL BY DEPARTMENT -- WAGES AND EACH EMPLOYER TAX
       01  WA-DEPT-TABLE.
           05  WA-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WA-DEPT-IDX.
               10  WA-DEPT-NAME        PIC X(10).
               10  WA-DEPT-EXP-ACCT    PIC X(06).
               10  WA-DEPT-WAGES       PIC 9(09)V9(02).
               10  WA-DEPT-ETX OCCURS 5 TIMES
                                       PIC 9(09)V9(02).
               10  WA-DEPT-ETX-TOTAL   PIC 9(09)V9(02).
       01  WA-DEPT-COUNT            PIC 9(02) VALUE 0.
       01  WA-DEPT-SUB              PIC 9(02) VALUE 0.
       01  WA-ETX-AMOUNT            PIC 9(07)V9(02) VALUE 0.

      * THE JOURNAL, HELD WHOLE UNTIL EVERY ACCOUNT CHECKS -- THE
      * ACCRUAL SEGMENT WRITES IT AS IT STANDS, THE REVERSAL WITH
      * EVERY DEBIT AND CREDIT SWAPPED
       01  WA-JRNL-TABLE.
           05  WA-JRNL-ENTRY OCCURS 320 TIMES.
               10  WA-JRNL-ACCOUNT     PIC X(06).
               10  WA-JRNL-DEPT        PIC X(10).
               10  WA-JRNL-DRCR        PIC X(01).
               10  WA-JRNL-AMOUNT      PIC 9(09)V9(02).
       01  WA-JRNL-COUNT            PIC 9(03) VALUE 0.
       01  WA-JRNL-SUB              PIC 9(03) VALUE 0.
       01  WA-HOLD-ACCOUNT          PIC X(06).
       01  WA-HOLD-DEPT             PIC X(10).
       01  WA-HOLD-DRCR             PIC X(01).
       01  WA-HOLD-AMOUNT           PIC 9(09)V9(02) VALUE 0.

      * RUN COUNTS AND TOTALS
       01  WA-COUNT-EMPLOYEES       PIC 9(05) VALUE 0.
       01  WA-COUNT-ACCRUED         PIC 9(05) VALUE 0.
       01  WA-COUNT-ORPHAN-TS       PIC 9(05) VALUE 0.
       01  WA-COUNT-BAD-ACCT        PIC 9(03) VALUE 0.
       01  WA-TOTAL-WAGES           PIC 9(09)V9(02) VALUE 0.
       01  WA-TOTAL-ETX             PIC 9(09)V9(02) VALUE 0.
       01  WA-DEBIT-TOTAL           PIC 9(11)V9(02) VALUE 0.
       01  WA-CREDIT-TOTAL          PIC 9(11)V9(02) VALUE 0.
       01  WA-TRL-COUNT             PIC 9(07) VALUE 0.
       01  WA-TRL-HASH              PIC 9(13)V9(02) VALUE 0.
           COPY FILETRL.

      * VALIDATED-ACCEPT CALL FIELDS
       01  WA-VA-PROMPT-1           PIC X(60).
       01  WA-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  WA-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  WA-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  WA-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * REGISTER LINES
       01  RG-HDR-LINE.
           05  FILLER              PIC X(32) VALUE
               "MONTH-END WAGE ACCRUAL   MONTH ".
           05  RH-PERIOD           PIC 9(06).
           05  FILLER              PIC X(12) VALUE "   RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RG-DATES-LINE.
           05  FILLER              PIC X(16) VALUE "ACCRUAL DATED ".
           05  RT-ACCRUAL-DATE     PIC 9(08).
           05  FILLER              PIC X(19) VALUE
               "   REVERSAL DATED ".
           05  RT-REVERSAL-DATE    PIC 9(08).

       01  RG-COL-HDR-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(09) VALUE "EXP ACCT".
           05  FILLER              PIC X(18) VALUE
               "   WAGES ACCRUED".
           05  FILLER              PIC X(18) VALUE
               "    EMPLOYER TAX".

       01  RG-DETAIL-LINE.
           05  RD-DEPT             PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-EXP-ACCT         PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RD-WAGES            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-ETX              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RG-TOTAL-LINE.
           05  FILLER              PIC X(21) VALUE "TOTAL ACCRUED".
           05  RT-WAGES            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RT-ETX              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RG-PROOF-LINE.
           05  FILLER              PIC X(13) VALUE "BATCH PROOF".
           05  FILLER              PIC X(08) VALUE "DEBITS ".
           05  RP-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS ".
           05  RP-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.

       01  RG-REJECT-LINE.
           05  FILLER              PIC X(09) VALUE "REJECTED ".
           05  RJ-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-REASON           PIC X(40).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE "WAGE-ACCRUAL".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WA-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WA-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-ACCRUE-ONE-EMPLOYEE THRU 2000-EXIT
                       UNTIL END-OF-EMPLOYEES
                   PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT
                   PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
                   EVALUATE TRUE
                       WHEN WA-REFUSED
                           MOVE 8 TO RETURN-CODE
                       WHEN WA-JRNL-COUNT = 0
                           DISPLAY "NOTHING EARNED AND UNPAID FOR "
                               WA-ACCRUAL-PERIOD " -- NO GL OUTPUT "
                               "PRODUCED"
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                           PERFORM 4000-WRITE-SEGMENTS THRU 4000-EXIT
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
           CALL "BUSINESS-DATE" USING WA-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME WA-RUN-DATE
               JB-TYPE JB-CODE
           MOVE "ENTER THE MONTH TO ACCRUE (CCYYMM)"
               TO WA-VA-PROMPT-1
           MOVE "OR 0 FOR THE BUSINESS DATE'S MONTH"
               TO WA-VA-PROMPT-2
           MOVE 0 TO WA-VA-LOW
           MOVE 209912 TO WA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING WA-VA-PROMPT-1
               WA-VA-PROMPT-2 WA-VA-LOW WA-VA-HIGH WA-VA-RESULT
           MOVE WA-VA-RESULT TO WA-ACCRUAL-PERIOD
           IF WA-ACCRUAL-PERIOD = 0
               MOVE WA-RUN-PERIOD TO WA-ACCRUAL-PERIOD
           END-IF
           IF WA-ACCRUAL-MM < 1 OR WA-ACCRUAL-MM > 12
               OR WA-ACCRUAL-CCYY < 1990
               DISPLAY "*** MONTH " WA-ACCRUAL-PERIOD " IS NOT A "
                   "VALID CCYYMM -- NOTHING ACCRUED ***"
               SET WA-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF WA-ACCRUAL-PERIOD > WA-RUN-PERIOD
               DISPLAY "*** MONTH " WA-ACCRUAL-PERIOD " IS AFTER "
                   "THE BUSINESS DATE " WA-RUN-DATE " -- NOTHING "
                   "ACCRUED ***"
               SET WA-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-SET-MONTH-BOUNDS THRU 1050-EXIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF WA-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-DEPT-MASTER THRU 1200-EXIT
           PERFORM 1300-LOAD-EMPLOYER-TAX THRU 1300-EXIT
           PERFORM 1400-LOAD-CHART THRU 1400-EXIT
           PERFORM 1500-CHECK-POSTED-THROUGH THRU 1500-EXIT
           PERFORM 1600-CHECK-PERIOD-STATUS THRU 1600-EXIT
           PERFORM 1700-CHECK-PRIOR-ACCRUAL THRU 1700-EXIT
           MOVE WA-ACCRUAL-PERIOD TO RH-PERIOD
           MOVE WA-RUN-DATE TO RH-RUN-DATE
           MOVE RG-HDR-LINE TO RG-LINE
           WRITE RG-LINE
           IF NOT WA-REFUSED
               PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT
               PERFORM 1950-READ-TIMESHEET THRU 1950-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1050-SET-MONTH-BOUNDS -- THE MONTH'S FIRST AND LAST DAYS,
      * THE FIRST DAY OF THE NEXT, AND THE DAY COUNT FOR PRORATION
      * -- THE SAME ARITHMETIC AS THE PAY CYCLE'S PERIOD BOUNDS
      *-----------------------
       1050-SET-MONTH-BOUNDS.
           COMPUTE WA-MONTH-START = (WA-ACCRUAL-PERIOD * 100) + 1
           MOVE WA-ACCRUAL-CCYY TO WA-NEXT-CCYY
           MOVE WA-ACCRUAL-MM TO WA-NEXT-MM
           IF WA-NEXT-MM = 12
               ADD 1 TO WA-NEXT-CCYY
               MOVE 1 TO WA-NEXT-MM
           ELSE
               ADD 1 TO WA-NEXT-MM
           END-IF
           COMPUTE WA-NEXT-START =
               (WA-NEXT-CCYY * 10000) + (WA-NEXT-MM * 100) + 1
           COMPUTE WA-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WA-MONTH-START)
           COMPUTE WA-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WA-NEXT-START) - 1
           COMPUTE WA-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WA-MONTH-END-INT)
           COMPUTE WA-DAYS-IN-MONTH =
               WA-MONTH-END-INT - WA-MONTH-START-INT + 1.
       1050-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WA-EMP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " WA-EMP-STATUS " ***"
               SET WA-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT TIMESHEET-FILE
           IF WA-TS-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TIMESHEET FILE -- STATUS "
                   WA-TS-STATUS " ***"
               SET WA-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WA-PH-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN PAY-HISTORY FILE -- "
                   "STATUS " WA-PH-STATUS " ***"
               SET WA-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT GL-EXTRACT-FILE
           IF WA-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " WA-GLX-STATUS " ***"
               SET WA-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT ACCRUAL-REGISTER-FILE
           IF WA-REG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ACCRUAL REGISTER -- "
                   "STATUS " WA-REG-STATUS " ***"
               SET WA-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-DEPT-MASTER -- CHARGED DEPARTMENT TO EXPENSE
      * ACCOUNT. NO MASTER ON HAND CHARGES EVERY DEPARTMENT TO THE
      * PAYROLL EXPENSE ACCOUNT, AS THE PAY CYCLE DOES.
      *-----------------------
       1200-LOAD-DEPT-MASTER.
           MOVE 0 TO WA-DPM-COUNT
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WA-DPM-STATUS(1:1) = "0"
               PERFORM 1210-READ-DEPT-MASTER THRU 1210-EXIT
               PERFORM 1220-STORE-DEPT-MASTER THRU 1220-EXIT
                   UNTIL END-OF-DEPARTMENTS
                      OR WA-DPM-COUNT >= 100
           END-IF
           CLOSE DEPARTMENT-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-DEPT-MASTER.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET END-OF-DEPARTMENTS TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-DEPT-MASTER.
           ADD 1 TO WA-DPM-COUNT
           SET WA-DPM-IDX TO WA-DPM-COUNT
           MOVE DP-DEPT-CODE TO WA-DPM-CODE(WA-DPM-IDX)
           MOVE DP-EXPENSE-ACCT TO WA-DPM-EXPENSE-ACCT(WA-DPM-IDX)
           PERFORM 1210-READ-DEPT-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-EMPLOYER-TAX -- THE EMPLOYER-SIDE RATES; NO FILE
      * MEANS WAGES ALONE ARE ACCRUED
      *-----------------------
       1300-LOAD-EMPLOYER-TAX.
           MOVE 0 TO WA-ETX-COUNT
           OPEN INPUT EMPLOYER-TAX-FILE
           IF WA-ETX-STATUS(1:1) = "0"
               PERFORM 1310-READ-EMPLOYER-TAX THRU 1310-EXIT
               PERFORM 1320-STORE-EMPLOYER-TAX THRU 1320-EXIT
                   UNTIL END-OF-EMPLOYER-TAX
                      OR WA-ETX-COUNT >= 5
           END-IF
           CLOSE EMPLOYER-TAX-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-EMPLOYER-TAX.
           READ EMPLOYER-TAX-FILE
               AT END
                   SET END-OF-EMPLOYER-TAX TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-EMPLOYER-TAX.
           ADD 1 TO WA-ETX-COUNT
           SET WA-ETX-IDX TO WA-ETX-COUNT
           MOVE ET-TAX-CODE TO WA-ETX-CODE(WA-ETX-IDX)
           MOVE ET-RATE TO WA-ETX-RATE(WA-ETX-IDX)
           MOVE ET-WAGE-CAP TO WA-ETX-CAP(WA-ETX-IDX)
           MOVE ET-EXPENSE-ACCT TO WA-ETX-EXPENSE-ACCT(WA-ETX-IDX)
           MOVE ET-LIABILITY-ACCT
               TO WA-ETX-LIABILITY-ACCT(WA-ETX-IDX)
           MOVE 0 TO WA-ETX-TOTAL(WA-ETX-IDX)
           PERFORM 1310-READ-EMPLOYER-TAX THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1400-LOAD-CHART.
           MOVE 0 TO WA-CHART-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WA-CHT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-OF-ACCOUNTS FILE "
                   "-- STATUS " WA-CHT-STATUS " ***"
               SET WA-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1410-READ-CHART THRU 1410-EXIT
               PERFORM 1420-STORE-CHART THRU 1420-EXIT
                   UNTIL END-OF-CHART
                      OR WA-CHART-COUNT >= 200
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
           ADD 1 TO WA-CHART-COUNT
           MOVE WA-CHART-COUNT TO WA-CHART-SUB
           MOVE GA-ACCOUNT-CODE TO WA-CHART-ACCOUNT(WA-CHART-SUB)
           PERFORM 1410-READ-CHART THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *-----------------------
      * 1500-CHECK-POSTED-THROUGH -- GL-POSTING PASSES OVER LINES
      * DATED BEFORE ITS MARKER AS ALREADY POSTED, SO A MONTH-END
      * DATE THE BOOKS HAVE ALREADY POSTED PAST WOULD BE SWALLOWED
      * THERE. THE MARKER DATE ITSELF IS STILL OPEN -- LINES
      * APPENDED AFTER THE ONES IT COUNTED ARE POSTED NORMALLY.
      *-----------------------
       1500-CHECK-POSTED-THROUGH.
           MOVE 0 TO WA-POSTED-THROUGH
           OPEN INPUT POSTED-THROUGH-FILE
           IF WA-PTD-STATUS(1:1) = "0"
               READ POSTED-THROUGH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PT-POSTED-DATE NUMERIC
                           MOVE PT-POSTED-DATE TO WA-POSTED-THROUGH
                       END-IF
               END-READ
           END-IF
           CLOSE POSTED-THROUGH-FILE
           IF WA-POSTED-THROUGH > WA-MONTH-END
               DISPLAY "*** GL IS POSTED THROUGH " WA-POSTED-THROUGH
                   " -- AN ACCRUAL DATED " WA-MONTH-END " WOULD BE "
                   "PASSED OVER AS ALREADY POSTED. ACCRUE BEFORE "
                   "THE NEXT MONTH'S FIRST POSTING ***"
               SET WA-REFUSED TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------
      * 1600-CHECK-PERIOD-STATUS -- A MONTH THE CLOSE JOB HAS
      * LOCKED WOULD REJECT EVERY ACCRUAL LINE TO SUSPENSE
      *-----------------------
       1600-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WA-PRD-STATUS(1:1) = "0"
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
           IF PS-PERIOD = WA-ACCRUAL-PERIOD AND PS-STATUS = "C"
               DISPLAY "*** PERIOD " WA-ACCRUAL-PERIOD " IS CLOSED "
                   "-- NOTHING ACCRUED ***"
               SET WA-REFUSED TO TRUE
           END-IF
           PERFORM 1610-READ-PERIOD-STATUS THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------
      * 1700-CHECK-PRIOR-ACCRUAL -- ACCRUAL LINES ALREADY ON THE
      * EXTRACT FOR THIS MONTH-END MEAN THE MONTH WAS ACCRUED BY AN
      * EARLIER RUN; A SECOND PAIR WOULD DOUBLE THE ACCRUAL
      *-----------------------
       1700-CHECK-PRIOR-ACCRUAL.
           MOVE 0 TO WA-PRIOR-ACCRUAL-LINES
           PERFORM 1710-READ-EXTRACT THRU 1710-EXIT
           PERFORM 1720-TEST-ONE-LINE THRU 1720-EXIT
               UNTIL END-OF-EXTRACT
           CLOSE GL-EXTRACT-FILE
           IF WA-PRIOR-ACCRUAL-LINES > 0
               DISPLAY "*** MONTH " WA-ACCRUAL-PERIOD " ALREADY "
                   "ACCRUED -- " WA-PRIOR-ACCRUAL-LINES " ACCRUAL "
                   "LINES DATED " WA-MONTH-END " ON THE GL EXTRACT "
                   "***"
               SET WA-REFUSED TO TRUE
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
               AND GL-LINE-ACCRUAL
               AND GL-RUN-DATE = WA-MONTH-END
               ADD 1 TO WA-PRIOR-ACCRUAL-LINES
           END-IF
           PERFORM 1710-READ-EXTRACT THRU 1710-EXIT.
       1720-EXIT.
           EXIT.

       1900-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.

       1950-READ-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   SET END-OF-TIMESHEETS TO TRUE
           END-READ.
       1950-EXIT.
           EXIT.

      *-----------------------
      * 2000-ACCRUE-ONE-EMPLOYEE -- WHAT THE EMPLOYEE EARNED IN THE
      * MONTH, LESS WHAT PAY HISTORY SHOWS PAID IN IT, SPREAD OVER
      * THE DEPARTMENTS THE EARNINGS WERE CHARGED TO
      *-----------------------
       2000-ACCRUE-ONE-EMPLOYEE.
           ADD 1 TO WA-COUNT-EMPLOYEES
           MOVE 0 TO WA-DIST-COUNT
           MOVE 0 TO WA-EMP-EARNED
           PERFORM 2100-CHECK-EMPLOYMENT THRU 2100-EXIT
           PERFORM 2210-SKIP-ORPHAN-TIMESHEET THRU 2210-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID >= EM-EMP-ID
           PERFORM 2220-TAKE-ONE-TS-LINE THRU 2220-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID NOT = EM-EMP-ID
           IF NOT WA-EMP-ACTIVE
               GO TO 2000-NEXT
           END-IF
           IF NOT PAY-CLASS-HOURLY
               PERFORM 2300-SALARY-BASE THRU 2300-EXIT
           END-IF
           IF WA-EMP-EARNED = 0
               GO TO 2000-NEXT
           END-IF
           PERFORM 2400-SUM-PAID THRU 2400-EXIT
           IF WA-EMP-PAID >= WA-EMP-EARNED
               GO TO 2000-NEXT
           END-IF
           COMPUTE WA-EMP-UNPAID = WA-EMP-EARNED - WA-EMP-PAID
           ADD 1 TO WA-COUNT-ACCRUED
           PERFORM 2500-SPREAD-ACCRUAL THRU 2500-EXIT.
       2000-NEXT.
           PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-CHECK-EMPLOYMENT -- TERMINATED BEFORE THE MONTH OR
      * HIRED AFTER IT EARNS NOTHING IN IT; A HIRE OR TERM INSIDE
      * IT PRORATES THE SALARY BY ACTIVE DAYS, AS THE CYCLE DOES
      *-----------------------
       2100-CHECK-EMPLOYMENT.
           MOVE "Y" TO WA-ACTIVE-SWITCH
           MOVE 1 TO WA-PRORATE-FACTOR
           IF EM-TERM-DATE NUMERIC AND EM-TERM-DATE > 0
               AND EM-TERM-DATE < WA-MONTH-START
               MOVE "N" TO WA-ACTIVE-SWITCH
               GO TO 2100-EXIT
           END-IF
           IF EM-HIRE-DATE NUMERIC
               AND EM-HIRE-DATE >= WA-NEXT-START
               MOVE "N" TO WA-ACTIVE-SWITCH
               GO TO 2100-EXIT
           END-IF
           MOVE WA-MONTH-START-INT TO WA-ACTIVE-START-INT
           MOVE WA-MONTH-END-INT TO WA-ACTIVE-END-INT
           IF EM-HIRE-DATE NUMERIC
               AND EM-HIRE-DATE > WA-MONTH-START
               AND EM-HIRE-DATE < WA-NEXT-START
               COMPUTE WA-ACTIVE-START-INT =
                   FUNCTION INTEGER-OF-DATE(EM-HIRE-DATE)
           END-IF
           IF EM-TERM-DATE NUMERIC AND EM-TERM-DATE > 0
               AND EM-TERM-DATE < WA-NEXT-START
               COMPUTE WA-ACTIVE-END-INT =
                   FUNCTION INTEGER-OF-DATE(EM-TERM-DATE)
           END-IF
           COMPUTE WA-DAYS-ACTIVE =
               WA-ACTIVE-END-INT - WA-ACTIVE-START-INT + 1
           EVALUATE TRUE
               WHEN WA-DAYS-ACTIVE <= 0
                   MOVE "N" TO WA-ACTIVE-SWITCH
               WHEN WA-DAYS-ACTIVE < WA-DAYS-IN-MONTH
                   COMPUTE WA-PRORATE-FACTOR ROUNDED =
                       WA-DAYS-ACTIVE / WA-DAYS-IN-MONTH
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2210-SKIP-ORPHAN-TIMESHEET -- A TIMESHEET LINE FOR AN ID
      * NOT ON THE MASTER; THE PAY CYCLE REPORTS THESE, THIS RUN
      * ONLY COUNTS THEM
      *-----------------------
       2210-SKIP-ORPHAN-TIMESHEET.
           ADD 1 TO WA-COUNT-ORPHAN-TS
           PERFORM 1950-READ-TIMESHEET THRU 1950-EXIT.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 2220-TAKE-ONE-TS-LINE -- A LINE FOR THE ACCRUAL MONTH IS
      * EARNED PAY: REGULAR HOURS AT THE HOURLY RATE PLUS OT AT THE
      * PREMIUM FOR HOURLY STAFF, OT ALONE FOR SALARIED STAFF (THEIR
      * BASE COMES FROM THE SALARY), CHARGED TO THE LINE'S
      * DEPARTMENT
      *-----------------------
       2220-TAKE-ONE-TS-LINE.
           IF TS-PERIOD NOT = WA-ACCRUAL-PERIOD
               OR NOT WA-EMP-ACTIVE
               GO TO 2220-NEXT
           END-IF
           IF PAY-CLASS-HOURLY
               MOVE EM-HOURLY-RATE TO WA-HOURLY-RATE
               COMPUTE WA-LINE-EARNED ROUNDED =
                   (TS-REG-HOURS * WA-HOURLY-RATE)
                   + (TS-OT-HOURS * WA-HOURLY-RATE * OT-PREMIUM-RATE)
           ELSE
               COMPUTE WA-HOURLY-RATE =
                   EM-SALARY / STANDARD-MONTHLY-HOURS
               COMPUTE WA-LINE-EARNED ROUNDED =
                   TS-OT-HOURS * WA-HOURLY-RATE * OT-PREMIUM-RATE
           END-IF
           IF WA-LINE-EARNED = 0
               GO TO 2220-NEXT
           END-IF
           IF TS-DEPARTMENT = SPACES
               MOVE EM-DEPARTMENT TO WA-DIST-HOLD-DEPT
           ELSE
               MOVE TS-DEPARTMENT TO WA-DIST-HOLD-DEPT
               IF WA-DPM-COUNT > 0
                   MOVE TS-DEPARTMENT TO WA-DPM-LOOKUP-NAME
                   PERFORM 2600-FIND-DEPT-MASTER THRU 2600-EXIT
                   IF NOT WA-FOUND
                       MOVE EM-DEPARTMENT TO WA-DIST-HOLD-DEPT
                   END-IF
               END-IF
           END-IF
           PERFORM 2230-FOLD-EMP-DIST THRU 2230-EXIT.
       2220-NEXT.
           PERFORM 1950-READ-TIMESHEET THRU 1950-EXIT.
       2220-EXIT.
           EXIT.

      *-----------------------
      * 2230-FOLD-EMP-DIST -- WA-LINE-EARNED INTO THE EMPLOYEE'S
      * ENTRY FOR WA-DIST-HOLD-DEPT; PAST TEN DEPARTMENTS THE FIRST
      * ENTRY TAKES IT, AS THE CYCLE'S DISTRIBUTION DOES
      *-----------------------
       2230-FOLD-EMP-DIST.
           MOVE 0 TO WA-DIST-SUB
           PERFORM 2240-MATCH-EMP-DIST THRU 2240-EXIT
               VARYING WA-DIST-IDX FROM 1 BY 1
               UNTIL WA-DIST-IDX > WA-DIST-COUNT
                  OR WA-DIST-SUB > 0
           IF WA-DIST-SUB = 0
               IF WA-DIST-COUNT >= 10
                   MOVE 1 TO WA-DIST-SUB
               ELSE
                   ADD 1 TO WA-DIST-COUNT
                   MOVE WA-DIST-COUNT TO WA-DIST-SUB
                   SET WA-DIST-IDX TO WA-DIST-SUB
                   MOVE WA-DIST-HOLD-DEPT TO WA-DIST-DEPT(WA-DIST-IDX)
                   MOVE 0 TO WA-DIST-EARNED(WA-DIST-IDX)
                   MOVE 0 TO WA-DIST-SHARE(WA-DIST-IDX)
               END-IF
           END-IF
           SET WA-DIST-IDX TO WA-DIST-SUB
           ADD WA-LINE-EARNED TO WA-DIST-EARNED(WA-DIST-IDX)
           ADD WA-LINE-EARNED TO WA-EMP-EARNED.
       2230-EXIT.
           EXIT.

       2240-MATCH-EMP-DIST.
           IF WA-DIST-DEPT(WA-DIST-IDX) = WA-DIST-HOLD-DEPT
               SET WA-DIST-SUB TO WA-DIST-IDX
           END-IF.
       2240-EXIT.
           EXIT.

      *-----------------------
      * 2300-SALARY-BASE -- THE MONTH'S SALARY PLUS THE GRADE
      * INCREMENT, PRORATED, CHARGED HOME
      *-----------------------
       2300-SALARY-BASE.
           MOVE EM-PAY-GRADE TO PAY-GRADE
           EVALUATE TRUE
               WHEN GRADE-JUNIOR
                   MOVE 0.03 TO INCREMENT
               WHEN GRADE-SENIOR
                   MOVE 0.05 TO INCREMENT
               WHEN GRADE-MANAGER
                   MOVE 0.07 TO INCREMENT
               WHEN OTHER
                   MOVE 0.05 TO INCREMENT
           END-EVALUATE
           COMPUTE WA-MONTHLY = EM-SALARY * INCREMENT
           COMPUTE WA-LINE-EARNED ROUNDED =
               (WA-MONTHLY + EM-SALARY) * WA-PRORATE-FACTOR
           IF WA-LINE-EARNED > 0
               MOVE EM-DEPARTMENT TO WA-DIST-HOLD-DEPT
               PERFORM 2230-FOLD-EMP-DIST THRU 2230-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 2400-SUM-PAID -- GROSS PAY HISTORY SHOWS PAID TO THE
      * EMPLOYEE BY RUNS DATED INSIDE THE MONTH
      *-----------------------
       2400-SUM-PAID.
           MOVE 0 TO WA-EMP-PAID
           MOVE "N" TO WA-PH-EOF-SWITCH
           MOVE EM-EMP-ID TO PH-EMP-ID
           MOVE WA-MONTH-START TO PH-RUN-DATE
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   SET END-OF-EMP-HISTORY TO TRUE
           END-START
           PERFORM 2410-READ-PAY-HISTORY THRU 2410-EXIT
           PERFORM 2420-ADD-ONE-PAID THRU 2420-EXIT
               UNTIL END-OF-EMP-HISTORY.
       2400-EXIT.
           EXIT.

       2410-READ-PAY-HISTORY.
           IF NOT END-OF-EMP-HISTORY
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-EMP-HISTORY TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-EMP-HISTORY
               IF PH-EMP-ID NOT = EM-EMP-ID
                   OR PH-RUN-DATE > WA-MONTH-END
                   SET END-OF-EMP-HISTORY TO TRUE
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2420-ADD-ONE-PAID.
           ADD PH-GROSS TO WA-EMP-PAID
           PERFORM 2410-READ-PAY-HISTORY THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *-----------------------
      * 2500-SPREAD-ACCRUAL -- THE UNPAID AMOUNT SHARED OVER THE
      * EMPLOYEE'S DEPARTMENTS IN PROPORTION TO WHAT EACH EARNED
      * (THE LAST TAKES THE ROUNDING, SO THE SHARES SUM EXACTLY),
      * AND EACH EMPLOYER TAX ON THE TAXABLE PART OF IT
      *-----------------------
       2500-SPREAD-ACCRUAL.
           COMPUTE WA-UNPAID-FACTOR ROUNDED =
               WA-EMP-UNPAID / WA-EMP-EARNED
           MOVE 0 TO WA-EMP-SPREAD
           PERFORM 2510-SHARE-ONE-DEPT THRU 2510-EXIT
               VARYING WA-DIST-IDX FROM 1 BY 1
               UNTIL WA-DIST-IDX > WA-DIST-COUNT
           PERFORM 2520-SET-TAX-FACTOR THRU 2520-EXIT
               VARYING WA-ETX-IDX FROM 1 BY 1
               UNTIL WA-ETX-IDX > WA-ETX-COUNT
           PERFORM 2530-FOLD-ONE-SHARE THRU 2530-EXIT
               VARYING WA-DIST-IDX FROM 1 BY 1
               UNTIL WA-DIST-IDX > WA-DIST-COUNT.
       2500-EXIT.
           EXIT.

       2510-SHARE-ONE-DEPT.
           SET WA-DIST-SUB TO WA-DIST-IDX
           IF WA-DIST-SUB = WA-DIST-COUNT
               COMPUTE WA-DIST-SHARE(WA-DIST-IDX) =
                   WA-EMP-UNPAID - WA-EMP-SPREAD
           ELSE
               COMPUTE WA-DIST-SHARE(WA-DIST-IDX) ROUNDED =
                   WA-DIST-EARNED(WA-DIST-IDX) * WA-UNPAID-FACTOR
               ADD WA-DIST-SHARE(WA-DIST-IDX) TO WA-EMP-SPREAD
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------
      * 2520-SET-TAX-FACTOR -- THE PART OF THE ACCRUAL UNDER THE
      * TAX'S WAGE CAP, AGAINST THE MASTER'S YEAR-TO-DATE GROSS,
      * AS A FRACTION OF THE WHOLE ACCRUAL
      *-----------------------
       2520-SET-TAX-FACTOR.
           MOVE WA-EMP-UNPAID TO WA-ETX-TAXABLE
           IF WA-ETX-CAP(WA-ETX-IDX) > 0
               IF EM-YTD-GROSS >= WA-ETX-CAP(WA-ETX-IDX)
                   MOVE 0 TO WA-ETX-TAXABLE
               ELSE
                   IF EM-YTD-GROSS + WA-EMP-UNPAID
                           > WA-ETX-CAP(WA-ETX-IDX)
                       COMPUTE WA-ETX-TAXABLE =
                           WA-ETX-CAP(WA-ETX-IDX) - EM-YTD-GROSS
                   END-IF
               END-IF
           END-IF
           COMPUTE WA-ETX-EMP-FACTOR(WA-ETX-IDX) ROUNDED =
               WA-ETX-TAXABLE / WA-EMP-UNPAID.
       2520-EXIT.
           EXIT.

      *-----------------------
      * 2530-FOLD-ONE-SHARE -- ONE DEPARTMENT SHARE INTO THE RUN'S
      * DEPARTMENT TABLE, WITH ITS EMPLOYER TAXES
      *-----------------------
       2530-FOLD-ONE-SHARE.
           IF WA-DIST-SHARE(WA-DIST-IDX) = 0
               GO TO 2530-EXIT
           END-IF
           MOVE 0 TO WA-DEPT-SUB
           PERFORM 2540-MATCH-DEPT THRU 2540-EXIT
               VARYING WA-DEPT-IDX FROM 1 BY 1
               UNTIL WA-DEPT-IDX > WA-DEPT-COUNT
                  OR WA-DEPT-SUB > 0
           IF WA-DEPT-SUB = 0
               IF WA-DEPT-COUNT >= 50
                   DISPLAY "*** MORE THAN 50 DEPARTMENTS -- "
                       WA-DIST-DEPT(WA-DIST-IDX) " NOT ACCRUED, "
                       "NOTHING WRITTEN ***"
                   SET WA-REFUSED TO TRUE
                   GO TO 2530-EXIT
               END-IF
               ADD 1 TO WA-DEPT-COUNT
               MOVE WA-DEPT-COUNT TO WA-DEPT-SUB
               SET WA-DEPT-IDX TO WA-DEPT-SUB
               MOVE WA-DIST-DEPT(WA-DIST-IDX)
                   TO WA-DEPT-NAME(WA-DEPT-IDX)
               MOVE GL-PAYROLL-ACCOUNT TO WA-DPM-ACCT-WORK
               IF WA-DPM-COUNT > 0
                   MOVE WA-DIST-DEPT(WA-DIST-IDX)
                       TO WA-DPM-LOOKUP-NAME
                   PERFORM 2600-FIND-DEPT-MASTER THRU 2600-EXIT
               END-IF
               MOVE WA-DPM-ACCT-WORK TO WA-DEPT-EXP-ACCT(WA-DEPT-IDX)
               MOVE 0 TO WA-DEPT-WAGES(WA-DEPT-IDX)
               MOVE 0 TO WA-DEPT-ETX-TOTAL(WA-DEPT-IDX)
               PERFORM 2550-CLEAR-DEPT-TAX THRU 2550-EXIT
                   VARYING WA-ETX-IDX FROM 1 BY 1
                   UNTIL WA-ETX-IDX > 5
           END-IF
           SET WA-DEPT-IDX TO WA-DEPT-SUB
           ADD WA-DIST-SHARE(WA-DIST-IDX) TO WA-DEPT-WAGES(WA-DEPT-IDX)
           ADD WA-DIST-SHARE(WA-DIST-IDX) TO WA-TOTAL-WAGES
           PERFORM 2560-FOLD-DEPT-TAX THRU 2560-EXIT
               VARYING WA-ETX-IDX FROM 1 BY 1
               UNTIL WA-ETX-IDX > WA-ETX-COUNT.
       2530-EXIT.
           EXIT.

       2540-MATCH-DEPT.
           IF WA-DEPT-NAME(WA-DEPT-IDX) = WA-DIST-DEPT(WA-DIST-IDX)
               SET WA-DEPT-SUB TO WA-DEPT-IDX
           END-IF.
       2540-EXIT.
           EXIT.

       2550-CLEAR-DEPT-TAX.
           MOVE 0 TO WA-DEPT-ETX(WA-DEPT-IDX WA-ETX-IDX).
       2550-EXIT.
           EXIT.

       2560-FOLD-DEPT-TAX.
           COMPUTE WA-ETX-AMOUNT ROUNDED =
               WA-DIST-SHARE(WA-DIST-IDX)
               * WA-ETX-EMP-FACTOR(WA-ETX-IDX)
               * WA-ETX-RATE(WA-ETX-IDX)
           ADD WA-ETX-AMOUNT TO WA-DEPT-ETX(WA-DEPT-IDX WA-ETX-IDX)
           ADD WA-ETX-AMOUNT TO WA-DEPT-ETX-TOTAL(WA-DEPT-IDX)
           ADD WA-ETX-AMOUNT TO WA-ETX-TOTAL(WA-ETX-IDX)
           ADD WA-ETX-AMOUNT TO WA-TOTAL-ETX.
       2560-EXIT.
           EXIT.

      *-----------------------
      * 2600-FIND-DEPT-MASTER -- WA-DPM-LOOKUP-NAME ON THE
      * DEPARTMENT MASTER; A MATCH LEAVES ITS EXPENSE ACCOUNT IN
      * WA-DPM-ACCT-WORK
      *-----------------------
       2600-FIND-DEPT-MASTER.
           MOVE "N" TO WA-FOUND-SWITCH
           PERFORM 2610-COMPARE-DEPT-MASTER THRU 2610-EXIT
               VARYING WA-DPM-IDX FROM 1 BY 1
               UNTIL WA-DPM-IDX > WA-DPM-COUNT
                  OR WA-FOUND.
       2600-EXIT.
           EXIT.

       2610-COMPARE-DEPT-MASTER.
           IF WA-DPM-CODE(WA-DPM-IDX) = WA-DPM-LOOKUP-NAME
               SET WA-FOUND TO TRUE
               MOVE WA-DPM-EXPENSE-ACCT(WA-DPM-IDX)
                   TO WA-DPM-ACCT-WORK
           END-IF.
       2610-EXIT.
           EXIT.

      *-----------------------
      * 3000-BUILD-JOURNAL -- THE ACCRUAL AS JOURNAL LINES: AN
      * EXPENSE DEBIT PER DEPARTMENT FOR WAGES AND FOR EACH EMPLOYER
      * TAX, ONE ACCRUED-WAGES CREDIT, AND ONE CREDIT PER EMPLOYER
      * TAX TO ITS LIABILITY ACCOUNT. THE CREDIT LINES CARRY NO
      * DEPARTMENT -- THEY ARE NOT DEPARTMENT COST. EVERY ACCOUNT
      * MUST BE ON THE CHART OR THE WHOLE RUN IS REFUSED.
      *-----------------------
       3000-BUILD-JOURNAL.
           MOVE 0 TO WA-JRNL-COUNT
           IF WA-REFUSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-ADD-DEPT-LINES THRU 3100-EXIT
               VARYING WA-DEPT-IDX FROM 1 BY 1
               UNTIL WA-DEPT-IDX > WA-DEPT-COUNT
           IF WA-TOTAL-WAGES > 0
               MOVE GL-ACCRUED-WAGES-ACCOUNT TO WA-HOLD-ACCOUNT
               MOVE SPACES TO WA-HOLD-DEPT
               MOVE "C" TO WA-HOLD-DRCR
               MOVE WA-TOTAL-WAGES TO WA-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF
           PERFORM 3200-ADD-TAX-CREDIT THRU 3200-EXIT
               VARYING WA-ETX-IDX FROM 1 BY 1
               UNTIL WA-ETX-IDX > WA-ETX-COUNT
           PERFORM 3300-CHECK-ONE-ACCOUNT THRU 3300-EXIT
               VARYING WA-JRNL-SUB FROM 1 BY 1
               UNTIL WA-JRNL-SUB > WA-JRNL-COUNT
           IF WA-DEBIT-TOTAL NOT = WA-CREDIT-TOTAL
               DISPLAY "*** ACCRUAL DOES NOT PROVE -- DEBITS "
                   WA-DEBIT-TOTAL " CREDITS " WA-CREDIT-TOTAL
                   " -- NOTHING WRITTEN ***"
               SET WA-REFUSED TO TRUE
           END-IF
           IF WA-COUNT-BAD-ACCT > 0
               DISPLAY "*** " WA-COUNT-BAD-ACCT " ACCRUAL LINES "
                   "NAME ACCOUNTS NOT ON THE CHART -- NOTHING "
                   "WRITTEN ***"
               SET WA-REFUSED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ADD-DEPT-LINES.
           IF WA-DEPT-WAGES(WA-DEPT-IDX) > 0
               MOVE WA-DEPT-EXP-ACCT(WA-DEPT-IDX) TO WA-HOLD-ACCOUNT
               MOVE WA-DEPT-NAME(WA-DEPT-IDX) TO WA-HOLD-DEPT
               MOVE "D" TO WA-HOLD-DRCR
               MOVE WA-DEPT-WAGES(WA-DEPT-IDX) TO WA-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF
           PERFORM 3110-ADD-DEPT-TAX-LINE THRU 3110-EXIT
               VARYING WA-ETX-IDX FROM 1 BY 1
               UNTIL WA-ETX-IDX > WA-ETX-COUNT.
       3100-EXIT.
           EXIT.

       3110-ADD-DEPT-TAX-LINE.
           IF WA-DEPT-ETX(WA-DEPT-IDX WA-ETX-IDX) > 0
               MOVE WA-ETX-EXPENSE-ACCT(WA-ETX-IDX) TO WA-HOLD-ACCOUNT
               MOVE WA-DEPT-NAME(WA-DEPT-IDX) TO WA-HOLD-DEPT
               MOVE "D" TO WA-HOLD-DRCR
               MOVE WA-DEPT-ETX(WA-DEPT-IDX WA-ETX-IDX)
                   TO WA-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

       3200-ADD-TAX-CREDIT.
           IF WA-ETX-TOTAL(WA-ETX-IDX) > 0
               MOVE WA-ETX-LIABILITY-ACCT(WA-ETX-IDX)
                   TO WA-HOLD-ACCOUNT
               MOVE SPACES TO WA-HOLD-DEPT
               MOVE "C" TO WA-HOLD-DRCR
               MOVE WA-ETX-TOTAL(WA-ETX-IDX) TO WA-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CHECK-ONE-ACCOUNT.
           MOVE "N" TO WA-FOUND-SWITCH
           PERFORM 3310-FIND-ACCOUNT THRU 3310-EXIT
               VARYING WA-CHART-SUB FROM 1 BY 1
               UNTIL WA-CHART-SUB > WA-CHART-COUNT
                  OR WA-FOUND
           IF NOT WA-FOUND
               ADD 1 TO WA-COUNT-BAD-ACCT
               MOVE WA-JRNL-ACCOUNT(WA-JRNL-SUB) TO RJ-ACCOUNT
               MOVE "ACCOUNT NOT ON CHART" TO RJ-REASON
               MOVE RG-REJECT-LINE TO RG-LINE
               WRITE RG-LINE
           END-IF.
       3300-EXIT.
           EXIT.

       3310-FIND-ACCOUNT.
           IF WA-CHART-ACCOUNT(WA-CHART-SUB)
                   = WA-JRNL-ACCOUNT(WA-JRNL-SUB)
               SET WA-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------
      * 3900-ADD-JOURNAL-LINE -- THE HELD LINE INTO THE JOURNAL
      * TABLE AND THE BATCH PROOF
      *-----------------------
       3900-ADD-JOURNAL-LINE.
           IF WA-JRNL-COUNT >= 320
               DISPLAY "*** ACCRUAL JOURNAL OVER 320 LINES -- "
                   "NOTHING WRITTEN ***"
               SET WA-REFUSED TO TRUE
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO WA-JRNL-COUNT
           MOVE WA-JRNL-COUNT TO WA-JRNL-SUB
           MOVE WA-HOLD-ACCOUNT TO WA-JRNL-ACCOUNT(WA-JRNL-SUB)
           MOVE WA-HOLD-DEPT TO WA-JRNL-DEPT(WA-JRNL-SUB)
           MOVE WA-HOLD-DRCR TO WA-JRNL-DRCR(WA-JRNL-SUB)
           MOVE WA-HOLD-AMOUNT TO WA-JRNL-AMOUNT(WA-JRNL-SUB)
           IF WA-HOLD-DRCR = "D"
               ADD WA-HOLD-AMOUNT TO WA-DEBIT-TOTAL
           ELSE
               ADD WA-HOLD-AMOUNT TO WA-CREDIT-TOTAL
           END-IF.
       3900-EXIT.
           EXIT.

      *-----------------------
      * 4000-WRITE-SEGMENTS -- THE ACCRUAL DATED THE MONTH'S LAST
      * DAY, THEN ITS REVERSAL DATED THE NEXT MONTH'S FIRST, EACH
      * ITS OWN TRAILED SEGMENT ON THE SHARED EXTRACT
      *-----------------------
       4000-WRITE-SEGMENTS.
           OPEN EXTEND GL-EXTRACT-FILE
           IF WA-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " WA-GLX-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WA-REVERSE-SWITCH
           MOVE WA-MONTH-END TO WA-SEG-DATE
           PERFORM 4100-WRITE-ONE-SEGMENT THRU 4100-EXIT
           SET WA-REVERSING TO TRUE
           MOVE WA-NEXT-START TO WA-SEG-DATE
           PERFORM 4100-WRITE-ONE-SEGMENT THRU 4100-EXIT
           CLOSE GL-EXTRACT-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-SEGMENT.
           MOVE 0 TO WA-TRL-COUNT
           MOVE 0 TO WA-TRL-HASH
           PERFORM 4110-WRITE-ONE-LINE THRU 4110-EXIT
               VARYING WA-JRNL-SUB FROM 1 BY 1
               UNTIL WA-JRNL-SUB > WA-JRNL-COUNT
           MOVE SPACES TO GL-RECORD
           MOVE WA-SEG-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE WA-DEBIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE WA-SEG-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE WA-CREDIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO WA-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE WA-SEG-DATE TO FT-RUN-DATE
           MOVE "TRAILER " TO FT-MARKER
           MOVE WA-TRL-COUNT TO FT-RECORD-COUNT
           MOVE WA-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD.
       4100-EXIT.
           EXIT.

       4110-WRITE-ONE-LINE.
           MOVE SPACES TO GL-RECORD
           MOVE WA-SEG-DATE TO GL-RUN-DATE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE WA-JRNL-ACCOUNT(WA-JRNL-SUB) TO GL-ACCOUNT-CODE
           MOVE WA-JRNL-DEPT(WA-JRNL-SUB) TO GL-DEPARTMENT
           MOVE WA-JRNL-DRCR(WA-JRNL-SUB) TO GL-DRCR-FLAG
           IF WA-REVERSING
               IF WA-JRNL-DRCR(WA-JRNL-SUB) = "D"
                   MOVE "C" TO GL-DRCR-FLAG
               ELSE
                   MOVE "D" TO GL-DRCR-FLAG
               END-IF
           END-IF
           MOVE "ACCRUE" TO GL-LINE-TYPE
           MOVE WA-JRNL-AMOUNT(WA-JRNL-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO WA-TRL-COUNT
           ADD GL-AMOUNT TO WA-TRL-HASH.
       4110-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-REGISTER -- THE ACCRUAL BY DEPARTMENT, ITS
      * TOTALS, THE SEGMENT DATES, AND THE BATCH PROOF
      *-----------------------
       5000-PRINT-REGISTER.
           MOVE WA-MONTH-END TO RT-ACCRUAL-DATE
           MOVE WA-NEXT-START TO RT-REVERSAL-DATE
           MOVE RG-DATES-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE RG-COL-HDR-LINE TO RG-LINE
           WRITE RG-LINE
           PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
               VARYING WA-DEPT-IDX FROM 1 BY 1
               UNTIL WA-DEPT-IDX > WA-DEPT-COUNT
           MOVE WA-TOTAL-WAGES TO RT-WAGES
           MOVE WA-TOTAL-ETX TO RT-ETX
           MOVE RG-TOTAL-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE WA-DEBIT-TOTAL TO RP-DEBITS
           MOVE WA-CREDIT-TOTAL TO RP-CREDITS
           MOVE RG-PROOF-LINE TO RG-LINE
           WRITE RG-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DEPT.
           MOVE WA-DEPT-NAME(WA-DEPT-IDX) TO RD-DEPT
           MOVE WA-DEPT-EXP-ACCT(WA-DEPT-IDX) TO RD-EXP-ACCT
           MOVE WA-DEPT-WAGES(WA-DEPT-IDX) TO RD-WAGES
           MOVE WA-DEPT-ETX-TOTAL(WA-DEPT-IDX) TO RD-ETX
           MOVE RG-DETAIL-LINE TO RG-LINE
           WRITE RG-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "WAGE-ACCRUAL SUMMARY FOR " WA-ACCRUAL-PERIOD
           DISPLAY "  EMPLOYEES READ...: " WA-COUNT-EMPLOYEES
           DISPLAY "  EMPLOYEES ACCRUED: " WA-COUNT-ACCRUED
           DISPLAY "  ORPHAN TIMESHEETS: " WA-COUNT-ORPHAN-TS
           DISPLAY "  WAGES ACCRUED....: " WA-TOTAL-WAGES
           DISPLAY "  EMPLOYER TAX.....: " WA-TOTAL-ETX
           IF RETURN-CODE = 0
               DISPLAY "  ACCRUAL DATED " WA-MONTH-END
                   " AND REVERSAL DATED " WA-NEXT-START
                   " WRITTEN TO THE GL EXTRACT"
           END-IF.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME WA-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE TIMESHEET-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE ACCRUAL-REGISTER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM WAGE-ACCRUAL.
