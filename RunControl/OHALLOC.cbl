       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OVERHEAD-ALLOCATION.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The shared-service
      *                  departments (HR, IT, facilities) carry
      *                  their whole payroll and expense on their own
      *                  expense lines, so the operating departments
      *                  look cheaper on BUDGET-VS-ACTUAL than they
      *                  are. Finance keys allocation rules to OHRULE:
      *                  a source department and account, a basis --
      *                  headcount on EMPMAST at the month's end,
      *                  labor hours on the month's timesheets, or
      *                  fixed percentages -- and the target
      *                  departments. The month's net charge to each
      *                  source department and account on the GL
      *                  extract is the pool; each target takes its
      *                  share of the basis, the last target taking
      *                  the rounding. The pool is credited out of the
      *                  source and the shares debited to the targets,
      *                  appended to the GL extract as one balanced,
      *                  trailed segment dated the month's last day.
      *                  The allocation schedule shows every rule's
      *                  pool, the basis figures used and each share.
      *                  A month already allocated, posted past, or
      *                  closed is refused with nothing written.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ALLOCATION-RULE-FILE ASSIGN TO "OHRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-RUL-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-DPT-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS OA-EMP-STATUS.
           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-TS-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-CHT-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-GLX-STATUS.
           SELECT OPTIONAL POSTED-THROUGH-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-PTD-STATUS.
           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-PRD-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "OHALLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE RECORD PER TARGET DEPARTMENT; A RULE IS THE RUN OF
      * CONSECUTIVE RECORDS WITH THE SAME RULE ID, AND ITS SOURCE
      * AND BASIS ARE TAKEN FROM THE FIRST. A BLANK SOURCE ACCOUNT
      * IS THE SOURCE DEPARTMENT'S DEPTMST EXPENSE ACCOUNT; A BLANK
      * TARGET ACCOUNT IS THE SOURCE ACCOUNT. THE PERCENT IS READ
      * ONLY FOR A FIXED-PERCENTAGE RULE, WHOSE TARGETS MUST SUM TO
      * 100.00.
       FD  ALLOCATION-RULE-FILE.
       01  ALLOCATION-RULE-RECORD.
           05  OR-RULE-ID              PIC X(04).
           05  OR-SOURCE-DEPT          PIC X(10).
           05  OR-SOURCE-ACCT          PIC X(06).
           05  OR-BASIS                PIC X(01).
               88  OR-BASIS-HEADCOUNT      VALUE "H".
               88  OR-BASIS-HOURS          VALUE "L".
               88  OR-BASIS-PERCENT        VALUE "P".
           05  OR-TARGET-DEPT          PIC X(10).
           05  OR-TARGET-ACCT          PIC X(06).
           05  OR-PERCENT              PIC 9(03)V9(02).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05  DP-DEPT-CODE        PIC X(10).
           05  DP-DESCRIPTION      PIC X(20).
           05  DP-EXPENSE-ACCT     PIC X(06).
           05  DP-LIABILITY-ACCT   PIC X(06).

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

       FD  SCHEDULE-REPORT-FILE.
       01  SR-LINE                     PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  OA-RUL-STATUS               PIC X(02) VALUE "00".
       01  OA-DPT-STATUS               PIC X(02) VALUE "00".
       01  OA-EMP-STATUS               PIC X(02) VALUE "00".
       01  OA-TS-STATUS                PIC X(02) VALUE "00".
       01  OA-CHT-STATUS               PIC X(02) VALUE "00".
       01  OA-GLX-STATUS               PIC X(02) VALUE "00".
       01  OA-PTD-STATUS               PIC X(02) VALUE "00".
       01  OA-PRD-STATUS               PIC X(02) VALUE "00".
       01  OA-RPT-STATUS               PIC X(02) VALUE "00".
       01  OA-RUL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-RULES                VALUE "Y".
       01  OA-DPT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-DEPARTMENTS          VALUE "Y".
       01  OA-EMP-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-EMPLOYEES            VALUE "Y".
       01  OA-TS-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-TIMESHEETS           VALUE "Y".
       01  OA-CHT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CHART                VALUE "Y".
       01  OA-GLX-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-EXTRACT              VALUE "Y".
       01  OA-PRD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-PERIOD-FILE          VALUE "Y".
       01  OA-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  OA-OPEN-ERROR               VALUE "Y".
       01  OA-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  OA-REFUSED                  VALUE "Y".
       01  OA-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  OA-FOUND                    VALUE "Y".
       01  OA-BASIS-NEEDED-SWITCH      PIC X(01) VALUE "N".
           88  OA-BASIS-NEEDED             VALUE "Y".

      * THE MONTH BEING ALLOCATED AND ITS LAST DAY, THE SEGMENT DATE
       01  OA-RUN-DATE                 PIC 9(08).
       01  OA-RUN-DATE-R REDEFINES OA-RUN-DATE.
           05  OA-RUN-PERIOD           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  OA-ALLOC-PERIOD             PIC 9(06) VALUE 0.
       01  OA-ALLOC-PERIOD-R REDEFINES OA-ALLOC-PERIOD.
           05  OA-ALLOC-CCYY           PIC 9(04).
           05  OA-ALLOC-MM             PIC 9(02).
       01  OA-NEXT-CCYY                PIC 9(04) VALUE 0.
       01  OA-NEXT-MM                  PIC 9(02) VALUE 0.
       01  OA-MONTH-START              PIC 9(08) VALUE 0.
       01  OA-MONTH-END                PIC 9(08) VALUE 0.
       01  OA-NEXT-START               PIC 9(08) VALUE 0.
       01  OA-MONTH-END-INT            PIC 9(08) VALUE 0.
       01  OA-EXT-PERIOD               PIC 9(06) VALUE 0.

      * GUARDS -- THE POSTED-THROUGH MARKER AND AN EARLIER
      * ALLOCATION OF THE SAME MONTH ON THE EXTRACT
       01  OA-POSTED-THROUGH           PIC 9(08) VALUE 0.
       01  OA-PRIOR-ALLOC-LINES        PIC 9(07) VALUE 0.

      * THE DEPARTMENT MASTER, WITH THE MONTH'S HEADCOUNT AND LABOR
      * HOURS GATHERED AGAINST EACH DEPARTMENT
       01  OA-DEPT-TABLE.
           05  OA-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY OA-DEPT-IDX.
               10  OA-DP-CODE          PIC X(10).
               10  OA-DP-EXPENSE-ACCT  PIC X(06).
               10  OA-DP-HEADCOUNT     PIC 9(05).
               10  OA-DP-HOURS         PIC 9(07)V9(02).
       01  OA-DEPT-COUNT               PIC 9(03) VALUE 0.
       01  OA-DEPT-SUB                 PIC 9(03) VALUE 0.
       01  OA-LOOKUP-DEPT              PIC X(10).

      * THE RULES, EACH WITH ITS RUN OF TARGETS, ITS POOL, AND THE
      * REASON IT WAS NOT ALLOCATED (BLANK WHEN IT WAS)
       01  OA-RULE-TABLE.
           05  OA-RULE-ENTRY OCCURS 50 TIMES
                   INDEXED BY OA-RULE-IDX.
               10  OA-RL-ID            PIC X(04).
               10  OA-RL-SOURCE-DEPT   PIC X(10).
               10  OA-RL-SOURCE-ACCT   PIC X(06).
               10  OA-RL-BASIS         PIC X(01).
               10  OA-RL-FIRST-TARGET  PIC 9(03).
               10  OA-RL-TARGET-COUNT  PIC 9(03).
               10  OA-RL-POOL          PIC S9(11)V9(02).
               10  OA-RL-BASIS-TOTAL   PIC 9(09)V9(02).
               10  OA-RL-REASON        PIC X(30).
       01  OA-RULE-COUNT               PIC 9(02) VALUE 0.
       01  OA-RULE-SUB                 PIC 9(02) VALUE 0.

       01  OA-TARGET-TABLE.
           05  OA-TARGET-ENTRY OCCURS 500 TIMES
                   INDEXED BY OA-TARGET-IDX.
               10  OA-TG-DEPT          PIC X(10).
               10  OA-TG-ACCT          PIC X(06).
               10  OA-TG-PERCENT       PIC 9(03)V9(02).
               10  OA-TG-BASIS         PIC 9(07)V9(02).
               10  OA-TG-SHARE         PIC 9(11)V9(02).
       01  OA-TARGET-COUNT             PIC 9(03) VALUE 0.
       01  OA-TARGET-SUB               PIC 9(03) VALUE 0.
       01  OA-TARGET-LAST              PIC 9(03) VALUE 0.
       01  OA-LAST-WITH-BASIS          PIC 9(03) VALUE 0.
       01  OA-PERCENT-TOTAL            PIC 9(05)V9(02) VALUE 0.
       01  OA-ALLOCATED-SO-FAR         PIC 9(11)V9(02) VALUE 0.
       01  OA-SHARE-PCT                PIC 9(03)V9(02) VALUE 0.

      * THE CHART'S ACCOUNT CODES -- EVERY JOURNAL LINE MUST NAME
      * ONE
       01  OA-CHART-TABLE.
           05  OA-CHART-ACCOUNT OCCURS 200 TIMES
                                       PIC X(06).
       01  OA-CHART-COUNT              PIC 9(03) VALUE 0.
       01  OA-CHART-SUB                PIC 9(03) VALUE 0.

      * THE JOURNAL, HELD WHOLE UNTIL EVERY ACCOUNT CHECKS
       01  OA-JRNL-TABLE.
           05  OA-JRNL-ENTRY OCCURS 550 TIMES.
               10  OA-JRNL-ACCOUNT     PIC X(06).
               10  OA-JRNL-DEPT        PIC X(10).
               10  OA-JRNL-DRCR        PIC X(01).
               10  OA-JRNL-AMOUNT      PIC 9(09)V9(02).
       01  OA-JRNL-COUNT               PIC 9(03) VALUE 0.
       01  OA-JRNL-SUB                 PIC 9(03) VALUE 0.
       01  OA-HOLD-ACCOUNT             PIC X(06).
       01  OA-HOLD-DEPT                PIC X(10).
       01  OA-HOLD-DRCR                PIC X(01).
       01  OA-HOLD-AMOUNT              PIC 9(09)V9(02) VALUE 0.

      * RUN COUNTS AND TOTALS
       01  OA-COUNT-EMPLOYEES          PIC 9(05) VALUE 0.
       01  OA-COUNT-ORPHAN-TS          PIC 9(05) VALUE 0.
       01  OA-COUNT-ALLOCATED          PIC 9(02) VALUE 0.
       01  OA-COUNT-REJECTED           PIC 9(02) VALUE 0.
       01  OA-COUNT-BAD-ACCT           PIC 9(03) VALUE 0.
       01  OA-TOTAL-ALLOCATED          PIC 9(11)V9(02) VALUE 0.
       01  OA-DEBIT-TOTAL              PIC 9(11)V9(02) VALUE 0.
       01  OA-CREDIT-TOTAL             PIC 9(11)V9(02) VALUE 0.
       01  OA-TRL-COUNT                PIC 9(07) VALUE 0.
       01  OA-TRL-HASH                 PIC 9(13)V9(02) VALUE 0.
           COPY FILETRL.

      * VALIDATED-ACCEPT CALL FIELDS
       01  OA-VA-PROMPT-1              PIC X(60).
       01  OA-VA-PROMPT-2              PIC X(60) VALUE SPACES.
       01  OA-VA-LOW                   PIC S9(09)V9(04) VALUE 0.
       01  OA-VA-HIGH                  PIC S9(09)V9(04) VALUE 0.
       01  OA-VA-RESULT                PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES
       01  SR-HDR-LINE.
           05  FILLER              PIC X(32) VALUE
               "OVERHEAD ALLOCATION      MONTH ".
           05  SH-PERIOD           PIC 9(06).
           05  FILLER              PIC X(12) VALUE "   RUN DATE ".
           05  SH-RUN-DATE         PIC 9(08).

       01  SR-DATES-LINE.
           05  FILLER              PIC X(17) VALUE
               "GL SEGMENT DATED ".
           05  ST-SEGMENT-DATE     PIC 9(08).

       01  SR-RULE-LINE.
           05  FILLER              PIC X(05) VALUE "RULE ".
           05  SL-RULE-ID          PIC X(04).
           05  FILLER              PIC X(08) VALUE "  FROM ".
           05  SL-SOURCE-DEPT      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SL-SOURCE-ACCT      PIC X(06).
           05  FILLER              PIC X(08) VALUE "  BASIS ".
           05  SL-BASIS            PIC X(16).
           05  FILLER              PIC X(06) VALUE "POOL ".
           05  SL-POOL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  SR-TARGET-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "    TO DEPT    ACCOUNT      BASIS FIGURE".
           05  FILLER              PIC X(40) VALUE
               "   SHARE PCT             AMOUNT".

       01  SR-TARGET-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  ST-DEPT             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ST-ACCT             PIC X(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ST-BASIS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ST-SHARE-PCT        PIC ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ST-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  SR-RULE-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "TOTAL ".
           05  SU-BASIS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  SU-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  SR-REJECT-RULE-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE
               "NOT ALLOCATED -- ".
           05  SX-REASON           PIC X(30).

       01  SR-TOTAL-LINE.
           05  SO-LABEL            PIC X(52).
           05  SO-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  SR-JRNL-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "GL JOURNAL  ACCOUNT DEPARTMENT  D/C".
           05  FILLER              PIC X(20) VALUE
               "    AMOUNT".

       01  SR-JRNL-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  SJ-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SJ-DEPT             PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SJ-DRCR             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SJ-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  SR-PROOF-LINE.
           05  FILLER              PIC X(13) VALUE "BATCH PROOF".
           05  FILLER              PIC X(08) VALUE "DEBITS ".
           05  SF-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS ".
           05  SF-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.

       01  SR-REJECT-LINE.
           05  FILLER              PIC X(09) VALUE "REJECTED ".
           05  SJR-ACCOUNT         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SJR-REASON          PIC X(40).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30)
                                       VALUE "OVERHEAD-ALLOCATION".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF OA-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF OA-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF OA-BASIS-NEEDED
                       PERFORM 2000-GATHER-BASIS THRU 2000-EXIT
                   END-IF
                   PERFORM 3000-ALLOCATE-ONE-RULE THRU 3000-EXIT
                       VARYING OA-RULE-SUB FROM 1 BY 1
                       UNTIL OA-RULE-SUB > OA-RULE-COUNT
                   PERFORM 3500-CHECK-JOURNAL THRU 3500-EXIT
                   PERFORM 5000-PRINT-JOURNAL THRU 5000-EXIT
                   EVALUATE TRUE
                       WHEN OA-REFUSED
                           MOVE 8 TO RETURN-CODE
                       WHEN OA-JRNL-COUNT = 0
                           DISPLAY "NO OVERHEAD TO ALLOCATE FOR "
                               OA-ALLOC-PERIOD " -- NO GL OUTPUT "
                               "PRODUCED"
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                           PERFORM 4000-WRITE-SEGMENT THRU 4000-EXIT
                           IF RETURN-CODE = 0
                               AND OA-COUNT-REJECTED > 0
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
      * TABLES, GATHER EACH RULE'S POOL, AND RUN THE GUARDS THAT CAN
      * REFUSE THE WHOLE RUN
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING OA-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME OA-RUN-DATE
               JB-TYPE JB-CODE
           MOVE "ENTER THE MONTH TO ALLOCATE (CCYYMM)"
               TO OA-VA-PROMPT-1
           MOVE "OR 0 FOR THE BUSINESS DATE'S MONTH"
               TO OA-VA-PROMPT-2
           MOVE 0 TO OA-VA-LOW
           MOVE 209912 TO OA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING OA-VA-PROMPT-1
               OA-VA-PROMPT-2 OA-VA-LOW OA-VA-HIGH OA-VA-RESULT
           MOVE OA-VA-RESULT TO OA-ALLOC-PERIOD
           IF OA-ALLOC-PERIOD = 0
               MOVE OA-RUN-PERIOD TO OA-ALLOC-PERIOD
           END-IF
           IF OA-ALLOC-MM < 1 OR OA-ALLOC-MM > 12
               OR OA-ALLOC-CCYY < 1990
               DISPLAY "*** MONTH " OA-ALLOC-PERIOD " IS NOT A "
                   "VALID CCYYMM -- NOTHING ALLOCATED ***"
               SET OA-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF OA-ALLOC-PERIOD > OA-RUN-PERIOD
               DISPLAY "*** MONTH " OA-ALLOC-PERIOD " IS AFTER "
                   "THE BUSINESS DATE " OA-RUN-DATE " -- NOTHING "
                   "ALLOCATED ***"
               SET OA-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-SET-MONTH-BOUNDS THRU 1050-EXIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF OA-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
           PERFORM 1300-LOAD-RULES THRU 1300-EXIT
           PERFORM 1400-LOAD-CHART THRU 1400-EXIT
           IF OA-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-CHECK-POSTED-THROUGH THRU 1500-EXIT
           PERFORM 1600-CHECK-PERIOD-STATUS THRU 1600-EXIT
           PERFORM 1700-GATHER-POOLS THRU 1700-EXIT
           MOVE OA-ALLOC-PERIOD TO SH-PERIOD
           MOVE OA-RUN-DATE TO SH-RUN-DATE
           MOVE SR-HDR-LINE TO SR-LINE
           WRITE SR-LINE
           IF NOT OA-REFUSED
               MOVE OA-MONTH-END TO ST-SEGMENT-DATE
               MOVE SR-DATES-LINE TO SR-LINE
               WRITE SR-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1050-SET-MONTH-BOUNDS -- THE MONTH'S FIRST AND LAST DAYS,
      * THE SAME ARITHMETIC AS THE WAGE ACCRUAL'S
      *-----------------------
       1050-SET-MONTH-BOUNDS.
           COMPUTE OA-MONTH-START = (OA-ALLOC-PERIOD * 100) + 1
           MOVE OA-ALLOC-CCYY TO OA-NEXT-CCYY
           MOVE OA-ALLOC-MM TO OA-NEXT-MM
           IF OA-NEXT-MM = 12
               ADD 1 TO OA-NEXT-CCYY
               MOVE 1 TO OA-NEXT-MM
           ELSE
               ADD 1 TO OA-NEXT-MM
           END-IF
           COMPUTE OA-NEXT-START =
               (OA-NEXT-CCYY * 10000) + (OA-NEXT-MM * 100) + 1
           COMPUTE OA-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(OA-NEXT-START) - 1
           COMPUTE OA-MONTH-END =
               FUNCTION DATE-OF-INTEGER(OA-MONTH-END-INT).
       1050-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN INPUT GL-EXTRACT-FILE
           IF OA-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " OA-GLX-STATUS " ***"
               SET OA-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           IF OA-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ALLOCATION SCHEDULE -- "
                   "STATUS " OA-RPT-STATUS " ***"
               SET OA-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-DEPARTMENTS -- EVERY SOURCE AND TARGET MUST BE A
      * DEPARTMENT ON THE MASTER
      *-----------------------
       1200-LOAD-DEPARTMENTS.
           MOVE 0 TO OA-DEPT-COUNT
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF OA-DPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DEPARTMENT MASTER -- "
                   "STATUS " OA-DPT-STATUS " ***"
               SET OA-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-DEPARTMENT THRU 1210-EXIT
           PERFORM 1220-STORE-DEPARTMENT THRU 1220-EXIT
               UNTIL END-OF-DEPARTMENTS
                  OR OA-DEPT-COUNT >= 100
           CLOSE DEPARTMENT-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-DEPARTMENT.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET END-OF-DEPARTMENTS TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-DEPARTMENT.
           ADD 1 TO OA-DEPT-COUNT
           MOVE OA-DEPT-COUNT TO OA-DEPT-SUB
           MOVE DP-DEPT-CODE TO OA-DP-CODE(OA-DEPT-SUB)
           MOVE DP-EXPENSE-ACCT TO OA-DP-EXPENSE-ACCT(OA-DEPT-SUB)
           MOVE 0 TO OA-DP-HEADCOUNT(OA-DEPT-SUB)
           MOVE 0 TO OA-DP-HOURS(OA-DEPT-SUB)
           PERFORM 1210-READ-DEPARTMENT THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-RULES -- A NEW RULE STARTS AT EVERY CHANGE OF RULE
      * ID; ITS SOURCE ACCOUNT DEFAULTS TO THE SOURCE DEPARTMENT'S
      * EXPENSE ACCOUNT. A RULE THAT CANNOT STAND IS KEPT WITH ITS
      * REASON SO THE SCHEDULE SHOWS IT.
      *-----------------------
       1300-LOAD-RULES.
           MOVE 0 TO OA-RULE-COUNT
           MOVE 0 TO OA-TARGET-COUNT
           OPEN INPUT ALLOCATION-RULE-FILE
           IF OA-RUL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ALLOCATION-RULE FILE -- "
                   "STATUS " OA-RUL-STATUS " ***"
               SET OA-OPEN-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-RULE THRU 1310-EXIT
           PERFORM 1320-STORE-RULE-LINE THRU 1320-EXIT
               UNTIL END-OF-RULES
           CLOSE ALLOCATION-RULE-FILE
           IF OA-RULE-COUNT = 0
               DISPLAY "*** NO ALLOCATION RULES ON OHRULE -- "
                   "NOTHING ALLOCATED ***"
               SET OA-REFUSED TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-RULE.
           READ ALLOCATION-RULE-FILE
               AT END
                   SET END-OF-RULES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-RULE-LINE.
           IF OA-RULE-COUNT = 0
               OR OR-RULE-ID NOT = OA-RL-ID(OA-RULE-COUNT)
               IF OA-RULE-COUNT >= 50
                   DISPLAY "*** MORE THAN 50 ALLOCATION RULES -- "
                       "NOTHING ALLOCATED ***"
                   SET OA-REFUSED TO TRUE
                   SET END-OF-RULES TO TRUE
                   GO TO 1320-EXIT
               END-IF
               PERFORM 1330-START-RULE THRU 1330-EXIT
           END-IF
           IF OA-TARGET-COUNT >= 500
               DISPLAY "*** MORE THAN 500 ALLOCATION TARGETS -- "
                   "NOTHING ALLOCATED ***"
               SET OA-REFUSED TO TRUE
               SET END-OF-RULES TO TRUE
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO OA-TARGET-COUNT
           MOVE OA-TARGET-COUNT TO OA-TARGET-SUB
           ADD 1 TO OA-RL-TARGET-COUNT(OA-RULE-SUB)
           MOVE OR-TARGET-DEPT TO OA-TG-DEPT(OA-TARGET-SUB)
           IF OR-TARGET-ACCT = SPACES
               MOVE OA-RL-SOURCE-ACCT(OA-RULE-SUB)
                   TO OA-TG-ACCT(OA-TARGET-SUB)
           ELSE
               MOVE OR-TARGET-ACCT TO OA-TG-ACCT(OA-TARGET-SUB)
           END-IF
           MOVE 0 TO OA-TG-PERCENT(OA-TARGET-SUB)
           IF OR-BASIS-PERCENT AND OR-PERCENT NUMERIC
               MOVE OR-PERCENT TO OA-TG-PERCENT(OA-TARGET-SUB)
           END-IF
           MOVE 0 TO OA-TG-BASIS(OA-TARGET-SUB)
           MOVE 0 TO OA-TG-SHARE(OA-TARGET-SUB)
           IF OA-RL-REASON(OA-RULE-SUB) NOT = SPACES
               GO TO 1320-NEXT
           END-IF
           MOVE OR-TARGET-DEPT TO OA-LOOKUP-DEPT
           PERFORM 7000-FIND-DEPARTMENT THRU 7000-EXIT
           EVALUATE TRUE
               WHEN NOT OA-FOUND
                   MOVE "TARGET NOT ON DEPTMST"
                       TO OA-RL-REASON(OA-RULE-SUB)
               WHEN OR-TARGET-DEPT = OA-RL-SOURCE-DEPT(OA-RULE-SUB)
                   MOVE "TARGET IS THE SOURCE DEPARTMENT"
                       TO OA-RL-REASON(OA-RULE-SUB)
               WHEN OR-BASIS-PERCENT AND OR-PERCENT NOT NUMERIC
                   MOVE "TARGET PERCENT NOT NUMERIC"
                       TO OA-RL-REASON(OA-RULE-SUB)
           END-EVALUATE.
       1320-NEXT.
           PERFORM 1310-READ-RULE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1330-START-RULE.
           ADD 1 TO OA-RULE-COUNT
           MOVE OA-RULE-COUNT TO OA-RULE-SUB
           MOVE OR-RULE-ID TO OA-RL-ID(OA-RULE-SUB)
           MOVE OR-SOURCE-DEPT TO OA-RL-SOURCE-DEPT(OA-RULE-SUB)
           MOVE OR-SOURCE-ACCT TO OA-RL-SOURCE-ACCT(OA-RULE-SUB)
           MOVE OR-BASIS TO OA-RL-BASIS(OA-RULE-SUB)
           COMPUTE OA-RL-FIRST-TARGET(OA-RULE-SUB) =
               OA-TARGET-COUNT + 1
           MOVE 0 TO OA-RL-TARGET-COUNT(OA-RULE-SUB)
           MOVE 0 TO OA-RL-POOL(OA-RULE-SUB)
           MOVE 0 TO OA-RL-BASIS-TOTAL(OA-RULE-SUB)
           MOVE SPACES TO OA-RL-REASON(OA-RULE-SUB)
           MOVE OR-SOURCE-DEPT TO OA-LOOKUP-DEPT
           PERFORM 7000-FIND-DEPARTMENT THRU 7000-EXIT
           IF NOT OA-FOUND
               MOVE "SOURCE NOT ON DEPTMST"
                   TO OA-RL-REASON(OA-RULE-SUB)
               GO TO 1330-EXIT
           END-IF
           IF OR-SOURCE-ACCT = SPACES
               MOVE OA-DP-EXPENSE-ACCT(OA-DEPT-SUB)
                   TO OA-RL-SOURCE-ACCT(OA-RULE-SUB)
           END-IF
           EVALUATE TRUE
               WHEN OR-BASIS-HEADCOUNT
               WHEN OR-BASIS-HOURS
                   SET OA-BASIS-NEEDED TO TRUE
               WHEN OR-BASIS-PERCENT
                   CONTINUE
               WHEN OTHER
                   MOVE "BASIS NOT H, L OR P"
                       TO OA-RL-REASON(OA-RULE-SUB)
           END-EVALUATE.
       1330-EXIT.
           EXIT.

       1400-LOAD-CHART.
           MOVE 0 TO OA-CHART-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF OA-CHT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-OF-ACCOUNTS FILE "
                   "-- STATUS " OA-CHT-STATUS " ***"
               SET OA-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1410-READ-CHART THRU 1410-EXIT
               PERFORM 1420-STORE-CHART THRU 1420-EXIT
                   UNTIL END-OF-CHART
                      OR OA-CHART-COUNT >= 200
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
           ADD 1 TO OA-CHART-COUNT
           MOVE OA-CHART-COUNT TO OA-CHART-SUB
           MOVE GA-ACCOUNT-CODE TO OA-CHART-ACCOUNT(OA-CHART-SUB)
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
           MOVE 0 TO OA-POSTED-THROUGH
           OPEN INPUT POSTED-THROUGH-FILE
           IF OA-PTD-STATUS(1:1) = "0"
               READ POSTED-THROUGH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PT-POSTED-DATE NUMERIC
                           MOVE PT-POSTED-DATE TO OA-POSTED-THROUGH
                       END-IF
               END-READ
           END-IF
           CLOSE POSTED-THROUGH-FILE
           IF OA-POSTED-THROUGH > OA-MONTH-END
               DISPLAY "*** GL IS POSTED THROUGH " OA-POSTED-THROUGH
                   " -- AN ALLOCATION DATED " OA-MONTH-END
                   " WOULD BE PASSED OVER AS ALREADY POSTED. ALLOCATE "
                   "THE MONTH BEFORE THE NEXT MONTH'S FIRST POSTING "
                   "***"
               SET OA-REFUSED TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------
      * 1600-CHECK-PERIOD-STATUS -- A MONTH THE CLOSE JOB HAS
      * LOCKED WOULD REJECT EVERY LINE TO SUSPENSE
      *-----------------------
       1600-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF OA-PRD-STATUS(1:1) = "0"
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
           IF PS-PERIOD = OA-ALLOC-PERIOD AND PS-STATUS = "C"
               DISPLAY "*** PERIOD " OA-ALLOC-PERIOD " IS CLOSED "
                   "-- NOTHING ALLOCATED ***"
               SET OA-REFUSED TO TRUE
           END-IF
           PERFORM 1610-READ-PERIOD-STATUS THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------
      * 1700-GATHER-POOLS -- ONE PASS OF THE EXTRACT: EVERY JOURNAL
      * LINE DATED IN THE MONTH FOR A RULE'S SOURCE DEPARTMENT AND
      * ACCOUNT ADDS TO (DEBIT) OR COMES OFF (CREDIT) THAT RULE'S
      * POOL. ALLOCATION LINES ALREADY DATED THIS MONTH-END MEAN AN
      * EARLIER RUN ALLOCATED THE MONTH; A SECOND SEGMENT WOULD
      * DOUBLE THE CHARGE.
      *-----------------------
       1700-GATHER-POOLS.
           MOVE 0 TO OA-PRIOR-ALLOC-LINES
           PERFORM 1710-READ-EXTRACT THRU 1710-EXIT
           PERFORM 1720-TAKE-ONE-LINE THRU 1720-EXIT
               UNTIL END-OF-EXTRACT
           CLOSE GL-EXTRACT-FILE
           IF OA-PRIOR-ALLOC-LINES > 0
               DISPLAY "*** MONTH " OA-ALLOC-PERIOD " ALREADY "
                   "ALLOCATED -- " OA-PRIOR-ALLOC-LINES " ALLOCATION "
                   "LINES DATED " OA-MONTH-END " ON THE GL EXTRACT ***"
               SET OA-REFUSED TO TRUE
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

       1720-TAKE-ONE-LINE.
           IF GL-RECORD(11:8) = "TRAILER "
               OR NOT GL-JOURNAL-LINE
               OR GL-RUN-DATE NOT NUMERIC
               GO TO 1720-NEXT
           END-IF
           IF GL-LINE-ALLOCATION
               IF GL-RUN-DATE = OA-MONTH-END
                   ADD 1 TO OA-PRIOR-ALLOC-LINES
               END-IF
               GO TO 1720-NEXT
           END-IF
           DIVIDE GL-RUN-DATE BY 100 GIVING OA-EXT-PERIOD
           IF OA-EXT-PERIOD NOT = OA-ALLOC-PERIOD
               GO TO 1720-NEXT
           END-IF
           PERFORM 1730-FOLD-INTO-POOL THRU 1730-EXIT
               VARYING OA-RULE-IDX FROM 1 BY 1
               UNTIL OA-RULE-IDX > OA-RULE-COUNT.
       1720-NEXT.
           PERFORM 1710-READ-EXTRACT THRU 1710-EXIT.
       1720-EXIT.
           EXIT.

       1730-FOLD-INTO-POOL.
           IF GL-DEPARTMENT = OA-RL-SOURCE-DEPT(OA-RULE-IDX)
               AND GL-ACCOUNT-CODE = OA-RL-SOURCE-ACCT(OA-RULE-IDX)
               IF GL-IS-CREDIT
                   SUBTRACT GL-AMOUNT FROM OA-RL-POOL(OA-RULE-IDX)
               ELSE
                   ADD GL-AMOUNT TO OA-RL-POOL(OA-RULE-IDX)
               END-IF
           END-IF.
       1730-EXIT.
           EXIT.

      *-----------------------
      * 2000-GATHER-BASIS -- ONE PASS OF THE MASTER WITH THE
      * TIMESHEETS MATCHED ALONGSIDE, AS THE WAGE ACCRUAL READS
      * THEM. HEADCOUNT IS EVERYONE ON THE PAYROLL AT THE MONTH'S
      * END IN THEIR HOME DEPARTMENT; LABOR HOURS ARE THE MONTH'S
      * REGULAR AND OVERTIME HOURS IN THE DEPARTMENT EACH LINE WAS
      * CHARGED TO (THE HOME DEPARTMENT WHEN THE LINE NAMES NONE).
      *-----------------------
       2000-GATHER-BASIS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF OA-EMP-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE MASTER -- "
                   "STATUS " OA-EMP-STATUS " -- HEADCOUNT AND HOURS "
                   "RULES NOT ALLOCATED ***"
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT TIMESHEET-FILE
           IF OA-TS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN TIMESHEET FILE -- "
                   "STATUS " OA-TS-STATUS " -- NO LABOR HOURS ***"
               SET END-OF-TIMESHEETS TO TRUE
           ELSE
               PERFORM 2020-READ-TIMESHEET THRU 2020-EXIT
           END-IF
           PERFORM 2010-READ-EMPLOYEE THRU 2010-EXIT
           PERFORM 2100-TAKE-ONE-EMPLOYEE THRU 2100-EXIT
               UNTIL END-OF-EMPLOYEES
           CLOSE EMPLOYEE-MASTER-FILE
           IF OA-TS-STATUS(1:1) = "0" OR END-OF-TIMESHEETS
               CLOSE TIMESHEET-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2010-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2020-READ-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   SET END-OF-TIMESHEETS TO TRUE
           END-READ.
       2020-EXIT.
           EXIT.

       2100-TAKE-ONE-EMPLOYEE.
           ADD 1 TO OA-COUNT-EMPLOYEES
           IF (EM-HIRE-DATE NOT NUMERIC
                   OR EM-HIRE-DATE <= OA-MONTH-END)
               AND (EM-TERM-DATE NOT NUMERIC
                   OR EM-TERM-DATE = 0
                   OR EM-TERM-DATE >= OA-MONTH-END)
               MOVE EM-DEPARTMENT TO OA-LOOKUP-DEPT
               PERFORM 7000-FIND-DEPARTMENT THRU 7000-EXIT
               IF OA-FOUND
                   ADD 1 TO OA-DP-HEADCOUNT(OA-DEPT-SUB)
               END-IF
           END-IF
           PERFORM 2110-SKIP-ORPHAN-TIMESHEET THRU 2110-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID >= EM-EMP-ID
           PERFORM 2120-TAKE-ONE-TS-LINE THRU 2120-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID NOT = EM-EMP-ID
           PERFORM 2010-READ-EMPLOYEE THRU 2010-EXIT.
       2100-EXIT.
           EXIT.

      * A TIMESHEET LINE FOR AN ID NOT ON THE MASTER; THE PAY CYCLE
      * REPORTS THESE, THIS RUN ONLY COUNTS THEM
       2110-SKIP-ORPHAN-TIMESHEET.
           ADD 1 TO OA-COUNT-ORPHAN-TS
           PERFORM 2020-READ-TIMESHEET THRU 2020-EXIT.
       2110-EXIT.
           EXIT.

       2120-TAKE-ONE-TS-LINE.
           IF TS-PERIOD = OA-ALLOC-PERIOD
               IF TS-DEPARTMENT = SPACES
                   MOVE EM-DEPARTMENT TO OA-LOOKUP-DEPT
               ELSE
                   MOVE TS-DEPARTMENT TO OA-LOOKUP-DEPT
               END-IF
               PERFORM 7000-FIND-DEPARTMENT THRU 7000-EXIT
               IF OA-FOUND
                   ADD TS-REG-HOURS TS-OT-HOURS
                       TO OA-DP-HOURS(OA-DEPT-SUB)
               END-IF
           END-IF
           PERFORM 2020-READ-TIMESHEET THRU 2020-EXIT.
       2120-EXIT.
           EXIT.

      *-----------------------
      * 3000-ALLOCATE-ONE-RULE -- EACH TARGET'S BASIS FIGURE, ITS
      * SHARE OF THE POOL IN PROPORTION, THE LAST TARGET WITH ANY
      * BASIS TAKING WHAT ROUNDING LEAVES; THE POOL CREDITED OUT OF
      * THE SOURCE AND EACH SHARE DEBITED TO ITS TARGET. THE RULE
      * PRINTS ON THE SCHEDULE EITHER WAY.
      *-----------------------
       3000-ALLOCATE-ONE-RULE.
           MOVE OA-RULE-SUB TO OA-RULE-IDX
           COMPUTE OA-TARGET-LAST = OA-RL-FIRST-TARGET(OA-RULE-SUB)
               + OA-RL-TARGET-COUNT(OA-RULE-SUB) - 1
           MOVE 0 TO OA-RL-BASIS-TOTAL(OA-RULE-SUB)
           MOVE 0 TO OA-PERCENT-TOTAL
           MOVE 0 TO OA-LAST-WITH-BASIS
           PERFORM 3100-TARGET-BASIS THRU 3100-EXIT
               VARYING OA-TARGET-SUB
               FROM OA-RL-FIRST-TARGET(OA-RULE-SUB) BY 1
               UNTIL OA-TARGET-SUB > OA-TARGET-LAST
           IF OA-RL-REASON(OA-RULE-SUB) = SPACES
               EVALUATE TRUE
                   WHEN OA-RL-BASIS(OA-RULE-SUB) = "P"
                     AND OA-PERCENT-TOTAL NOT = 100
                       MOVE "PERCENTAGES DO NOT SUM TO 100"
                           TO OA-RL-REASON(OA-RULE-SUB)
                   WHEN OA-RL-BASIS(OA-RULE-SUB) NOT = "P"
                     AND (OA-EMP-STATUS NOT = "00"
                       AND OA-COUNT-EMPLOYEES = 0)
                       MOVE "EMPLOYEE MASTER NOT AVAILABLE"
                           TO OA-RL-REASON(OA-RULE-SUB)
                   WHEN OA-RL-BASIS-TOTAL(OA-RULE-SUB) = 0
                       MOVE "NO BASIS IN ANY TARGET"
                           TO OA-RL-REASON(OA-RULE-SUB)
                   WHEN OA-RL-POOL(OA-RULE-SUB) < 0
                       MOVE "POOL IS A NET CREDIT"
                           TO OA-RL-REASON(OA-RULE-SUB)
                   WHEN OA-RL-POOL(OA-RULE-SUB) = 0
                       MOVE "NOTHING IN THE POOL"
                           TO OA-RL-REASON(OA-RULE-SUB)
               END-EVALUATE
           END-IF
           IF OA-RL-REASON(OA-RULE-SUB) = SPACES
               MOVE 0 TO OA-ALLOCATED-SO-FAR
               PERFORM 3200-TARGET-SHARE THRU 3200-EXIT
                   VARYING OA-TARGET-SUB
                   FROM OA-RL-FIRST-TARGET(OA-RULE-SUB) BY 1
                   UNTIL OA-TARGET-SUB > OA-TARGET-LAST
               MOVE OA-RL-SOURCE-ACCT(OA-RULE-SUB) TO OA-HOLD-ACCOUNT
               MOVE OA-RL-SOURCE-DEPT(OA-RULE-SUB) TO OA-HOLD-DEPT
               MOVE "C" TO OA-HOLD-DRCR
               MOVE OA-RL-POOL(OA-RULE-SUB) TO OA-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
               PERFORM 3300-TARGET-JOURNAL THRU 3300-EXIT
                   VARYING OA-TARGET-SUB
                   FROM OA-RL-FIRST-TARGET(OA-RULE-SUB) BY 1
                   UNTIL OA-TARGET-SUB > OA-TARGET-LAST
               ADD 1 TO OA-COUNT-ALLOCATED
               ADD OA-RL-POOL(OA-RULE-SUB) TO OA-TOTAL-ALLOCATED
           ELSE
               ADD 1 TO OA-COUNT-REJECTED
           END-IF
           PERFORM 3400-PRINT-RULE THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3100-TARGET-BASIS.
           MOVE OA-TG-DEPT(OA-TARGET-SUB) TO OA-LOOKUP-DEPT
           PERFORM 7000-FIND-DEPARTMENT THRU 7000-EXIT
           EVALUATE TRUE
               WHEN OA-RL-BASIS(OA-RULE-SUB) = "P"
                   MOVE OA-TG-PERCENT(OA-TARGET-SUB)
                       TO OA-TG-BASIS(OA-TARGET-SUB)
                   ADD OA-TG-PERCENT(OA-TARGET-SUB)
                       TO OA-PERCENT-TOTAL
               WHEN NOT OA-FOUND
                   MOVE 0 TO OA-TG-BASIS(OA-TARGET-SUB)
               WHEN OA-RL-BASIS(OA-RULE-SUB) = "H"
                   MOVE OA-DP-HEADCOUNT(OA-DEPT-SUB)
                       TO OA-TG-BASIS(OA-TARGET-SUB)
               WHEN OA-RL-BASIS(OA-RULE-SUB) = "L"
                   MOVE OA-DP-HOURS(OA-DEPT-SUB)
                       TO OA-TG-BASIS(OA-TARGET-SUB)
           END-EVALUATE
           ADD OA-TG-BASIS(OA-TARGET-SUB)
               TO OA-RL-BASIS-TOTAL(OA-RULE-SUB)
           IF OA-TG-BASIS(OA-TARGET-SUB) > 0
               MOVE OA-TARGET-SUB TO OA-LAST-WITH-BASIS
           END-IF.
       3100-EXIT.
           EXIT.

       3200-TARGET-SHARE.
           IF OA-TARGET-SUB = OA-LAST-WITH-BASIS
               COMPUTE OA-TG-SHARE(OA-TARGET-SUB) =
                   OA-RL-POOL(OA-RULE-SUB) - OA-ALLOCATED-SO-FAR
           ELSE
               COMPUTE OA-TG-SHARE(OA-TARGET-SUB) ROUNDED =
                   OA-RL-POOL(OA-RULE-SUB)
                   * OA-TG-BASIS(OA-TARGET-SUB)
                   / OA-RL-BASIS-TOTAL(OA-RULE-SUB)
           END-IF
           ADD OA-TG-SHARE(OA-TARGET-SUB) TO OA-ALLOCATED-SO-FAR.
       3200-EXIT.
           EXIT.

       3300-TARGET-JOURNAL.
           IF OA-TG-SHARE(OA-TARGET-SUB) > 0
               MOVE OA-TG-ACCT(OA-TARGET-SUB) TO OA-HOLD-ACCOUNT
               MOVE OA-TG-DEPT(OA-TARGET-SUB) TO OA-HOLD-DEPT
               MOVE "D" TO OA-HOLD-DRCR
               MOVE OA-TG-SHARE(OA-TARGET-SUB) TO OA-HOLD-AMOUNT
               PERFORM 3900-ADD-JOURNAL-LINE THRU 3900-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------
      * 3400-PRINT-RULE -- THE RULE'S POOL, AND EACH TARGET'S BASIS
      * FIGURE, SHARE OF THE BASIS AND AMOUNT; OR WHY THE RULE WAS
      * NOT ALLOCATED
      *-----------------------
       3400-PRINT-RULE.
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE
           MOVE OA-RL-ID(OA-RULE-SUB) TO SL-RULE-ID
           MOVE OA-RL-SOURCE-DEPT(OA-RULE-SUB) TO SL-SOURCE-DEPT
           MOVE OA-RL-SOURCE-ACCT(OA-RULE-SUB) TO SL-SOURCE-ACCT
           EVALUATE OA-RL-BASIS(OA-RULE-SUB)
               WHEN "H"
                   MOVE "HEADCOUNT" TO SL-BASIS
               WHEN "L"
                   MOVE "LABOR HOURS" TO SL-BASIS
               WHEN "P"
                   MOVE "FIXED PERCENT" TO SL-BASIS
               WHEN OTHER
                   MOVE OA-RL-BASIS(OA-RULE-SUB) TO SL-BASIS
           END-EVALUATE
           MOVE OA-RL-POOL(OA-RULE-SUB) TO SL-POOL
           MOVE SR-RULE-LINE TO SR-LINE
           WRITE SR-LINE
           MOVE SR-TARGET-HDR-LINE TO SR-LINE
           WRITE SR-LINE
           PERFORM 3410-PRINT-TARGET THRU 3410-EXIT
               VARYING OA-TARGET-SUB
               FROM OA-RL-FIRST-TARGET(OA-RULE-SUB) BY 1
               UNTIL OA-TARGET-SUB > OA-TARGET-LAST
           IF OA-RL-REASON(OA-RULE-SUB) = SPACES
               MOVE OA-RL-BASIS-TOTAL(OA-RULE-SUB) TO SU-BASIS
               MOVE OA-ALLOCATED-SO-FAR TO SU-AMOUNT
               MOVE SR-RULE-TOTAL-LINE TO SR-LINE
               WRITE SR-LINE
           ELSE
               MOVE OA-RL-REASON(OA-RULE-SUB) TO SX-REASON
               MOVE SR-REJECT-RULE-LINE TO SR-LINE
               WRITE SR-LINE
           END-IF.
       3400-EXIT.
           EXIT.

       3410-PRINT-TARGET.
           MOVE OA-TG-DEPT(OA-TARGET-SUB) TO ST-DEPT
           MOVE OA-TG-ACCT(OA-TARGET-SUB) TO ST-ACCT
           MOVE OA-TG-BASIS(OA-TARGET-SUB) TO ST-BASIS
           MOVE 0 TO OA-SHARE-PCT
           IF OA-RL-BASIS-TOTAL(OA-RULE-SUB) > 0
               COMPUTE OA-SHARE-PCT ROUNDED =
                   OA-TG-BASIS(OA-TARGET-SUB) * 100
                   / OA-RL-BASIS-TOTAL(OA-RULE-SUB)
           END-IF
           MOVE OA-SHARE-PCT TO ST-SHARE-PCT
           MOVE OA-TG-SHARE(OA-TARGET-SUB) TO ST-AMOUNT
           MOVE SR-TARGET-LINE TO SR-LINE
           WRITE SR-LINE.
       3410-EXIT.
           EXIT.

      *-----------------------
      * 3500-CHECK-JOURNAL -- EVERY ACCOUNT MUST BE ON THE CHART AND
      * THE JOURNAL MUST PROVE
      *-----------------------
       3500-CHECK-JOURNAL.
           IF OA-REFUSED
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-CHECK-ONE-ACCOUNT THRU 3510-EXIT
               VARYING OA-JRNL-SUB FROM 1 BY 1
               UNTIL OA-JRNL-SUB > OA-JRNL-COUNT
           IF OA-DEBIT-TOTAL NOT = OA-CREDIT-TOTAL
               DISPLAY "*** OVERHEAD ALLOCATION DOES NOT PROVE -- "
                   "DEBITS " OA-DEBIT-TOTAL " CREDITS "
                   OA-CREDIT-TOTAL " -- NOTHING WRITTEN ***"
               SET OA-REFUSED TO TRUE
           END-IF
           IF OA-COUNT-BAD-ACCT > 0
               DISPLAY "*** " OA-COUNT-BAD-ACCT " ALLOCATION LINES "
                   "NAME ACCOUNTS NOT ON THE CHART -- NOTHING "
                   "WRITTEN ***"
               SET OA-REFUSED TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-ACCOUNT.
           MOVE "N" TO OA-FOUND-SWITCH
           PERFORM 3520-FIND-ACCOUNT THRU 3520-EXIT
               VARYING OA-CHART-SUB FROM 1 BY 1
               UNTIL OA-CHART-SUB > OA-CHART-COUNT
                  OR OA-FOUND
           IF NOT OA-FOUND
               ADD 1 TO OA-COUNT-BAD-ACCT
               MOVE OA-JRNL-ACCOUNT(OA-JRNL-SUB) TO SJR-ACCOUNT
               MOVE "ACCOUNT NOT ON CHART" TO SJR-REASON
               MOVE SR-REJECT-LINE TO SR-LINE
               WRITE SR-LINE
           END-IF.
       3510-EXIT.
           EXIT.

       3520-FIND-ACCOUNT.
           IF OA-CHART-ACCOUNT(OA-CHART-SUB)
                   = OA-JRNL-ACCOUNT(OA-JRNL-SUB)
               SET OA-FOUND TO TRUE
           END-IF.
       3520-EXIT.
           EXIT.

      *-----------------------
      * 3900-ADD-JOURNAL-LINE -- THE HELD LINE INTO THE JOURNAL
      * TABLE AND THE BATCH PROOF
      *-----------------------
       3900-ADD-JOURNAL-LINE.
           IF OA-JRNL-COUNT >= 550
               DISPLAY "*** OVERHEAD ALLOCATION JOURNAL OVER 550 "
                   "LINES -- NOTHING WRITTEN ***"
               SET OA-REFUSED TO TRUE
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO OA-JRNL-COUNT
           MOVE OA-JRNL-COUNT TO OA-JRNL-SUB
           MOVE OA-HOLD-ACCOUNT TO OA-JRNL-ACCOUNT(OA-JRNL-SUB)
           MOVE OA-HOLD-DEPT TO OA-JRNL-DEPT(OA-JRNL-SUB)
           MOVE OA-HOLD-DRCR TO OA-JRNL-DRCR(OA-JRNL-SUB)
           MOVE OA-HOLD-AMOUNT TO OA-JRNL-AMOUNT(OA-JRNL-SUB)
           IF OA-HOLD-DRCR = "D"
               ADD OA-HOLD-AMOUNT TO OA-DEBIT-TOTAL
           ELSE
               ADD OA-HOLD-AMOUNT TO OA-CREDIT-TOTAL
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
           IF OA-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " OA-GLX-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 0 TO OA-TRL-COUNT
           MOVE 0 TO OA-TRL-HASH
           PERFORM 4100-WRITE-ONE-LINE THRU 4100-EXIT
               VARYING OA-JRNL-SUB FROM 1 BY 1
               UNTIL OA-JRNL-SUB > OA-JRNL-COUNT
           MOVE SPACES TO GL-RECORD
           MOVE OA-MONTH-END TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE OA-DEBIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE OA-MONTH-END TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE OA-CREDIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO OA-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE OA-MONTH-END TO FT-RUN-DATE
           MOVE "TRAILER " TO FT-MARKER
           MOVE OA-TRL-COUNT TO FT-RECORD-COUNT
           MOVE OA-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-EXTRACT-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-LINE.
           MOVE SPACES TO GL-RECORD
           MOVE OA-MONTH-END TO GL-RUN-DATE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE OA-JRNL-ACCOUNT(OA-JRNL-SUB) TO GL-ACCOUNT-CODE
           MOVE OA-JRNL-DEPT(OA-JRNL-SUB) TO GL-DEPARTMENT
           MOVE OA-JRNL-DRCR(OA-JRNL-SUB) TO GL-DRCR-FLAG
           MOVE "ALLOC " TO GL-LINE-TYPE
           MOVE OA-JRNL-AMOUNT(OA-JRNL-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO OA-TRL-COUNT
           ADD GL-AMOUNT TO OA-TRL-HASH.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-JOURNAL -- THE TOTAL ALLOCATED AND THE JOURNAL IT
      * POSTS AS, WITH ITS BATCH PROOF
      *-----------------------
       5000-PRINT-JOURNAL.
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE
           MOVE "TOTAL OVERHEAD ALLOCATED" TO SO-LABEL
           MOVE OA-TOTAL-ALLOCATED TO SO-VALUE
           MOVE SR-TOTAL-LINE TO SR-LINE
           WRITE SR-LINE
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE
           MOVE SR-JRNL-HDR-LINE TO SR-LINE
           WRITE SR-LINE
           PERFORM 5100-PRINT-ONE-JOURNAL-LINE THRU 5100-EXIT
               VARYING OA-JRNL-SUB FROM 1 BY 1
               UNTIL OA-JRNL-SUB > OA-JRNL-COUNT
           MOVE OA-DEBIT-TOTAL TO SF-DEBITS
           MOVE OA-CREDIT-TOTAL TO SF-CREDITS
           MOVE SR-PROOF-LINE TO SR-LINE
           WRITE SR-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-JOURNAL-LINE.
           MOVE OA-JRNL-ACCOUNT(OA-JRNL-SUB) TO SJ-ACCOUNT
           MOVE OA-JRNL-DEPT(OA-JRNL-SUB) TO SJ-DEPT
           MOVE OA-JRNL-DRCR(OA-JRNL-SUB) TO SJ-DRCR
           MOVE OA-JRNL-AMOUNT(OA-JRNL-SUB) TO SJ-AMOUNT
           MOVE SR-JRNL-LINE TO SR-LINE
           WRITE SR-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "OVERHEAD-ALLOCATION SUMMARY FOR " OA-ALLOC-PERIOD
           DISPLAY "  RULES.................: " OA-RULE-COUNT
           DISPLAY "  ALLOCATED.............: " OA-COUNT-ALLOCATED
           DISPLAY "  NOT ALLOCATED.........: " OA-COUNT-REJECTED
           DISPLAY "  EMPLOYEES READ........: " OA-COUNT-EMPLOYEES
           DISPLAY "  TOTAL ALLOCATED.......: " OA-TOTAL-ALLOCATED
           IF RETURN-CODE = 0 OR
               (RETURN-CODE = 4 AND OA-JRNL-COUNT > 0)
               DISPLAY "  ALLOCATION DATED " OA-MONTH-END
                   " WRITTEN TO THE GL EXTRACT"
           END-IF.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME OA-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE SCHEDULE-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *-----------------------
      * 7000-FIND-DEPARTMENT -- OA-LOOKUP-DEPT ON THE MASTER TABLE;
      * OA-DEPT-SUB POINTS AT IT WHEN FOUND
      *-----------------------
       7000-FIND-DEPARTMENT.
           MOVE "N" TO OA-FOUND-SWITCH
           SET OA-DEPT-IDX TO 1
           SEARCH OA-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN OA-DEPT-IDX > OA-DEPT-COUNT
                   CONTINUE
               WHEN OA-DP-CODE(OA-DEPT-IDX) = OA-LOOKUP-DEPT
                   SET OA-FOUND TO TRUE
                   SET OA-DEPT-SUB TO OA-DEPT-IDX
           END-SEARCH.
       7000-EXIT.
           EXIT.
       END PROGRAM OVERHEAD-ALLOCATION.
