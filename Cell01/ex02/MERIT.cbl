       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MERIT-INCREASE-CYCLE.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The spring merit cycle was
      *                  hundreds of salary changes keyed by hand to
      *                  EMPTRAN, and nobody held the total against
      *                  the salary budget until the money was
      *                  spent. This run takes HR's performance
      *                  ratings (MERITRT) and the merit matrix
      *                  (MERITMX: pay grade and rating to percent
      *                  increase, with the grade maximums), prices
      *                  every active employee's new salary or hourly
      *                  rate as of the keyed merit date, and prints
      *                  the proposal by department with the
      *                  annualized cost against the department's
      *                  salary lines on finance's BUDGET file. A
      *                  live run is refused before anything is
      *                  written unless the group-R PAYCTL approval
      *                  matches the proposal's count and annualized
      *                  increase; an approved run banks each
      *                  increase on EMPPEND as a pay-rate change
      *                  effective on the merit date, which the
      *                  master maintenance run applies when it
      *                  comes due. Mode 1 previews the proposal.
      * 2026-10-15  JCM  The banked rate-change image carries the
      *                  employee's company code, matching EMPMNT's
      *                  widened transaction.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS MI-EMP-STATUS.
           SELECT RATING-FILE ASSIGN TO "MERITRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MI-RAT-STATUS.
           SELECT MERIT-MATRIX-FILE ASSIGN TO "MERITMX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MI-MTX-STATUS.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MI-DPT-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MI-BUD-STATUS.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MI-CTL-STATUS.
           SELECT OPTIONAL PENDING-TRANS-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS MI-PND-STATUS.
           SELECT MERIT-REPORT-FILE ASSIGN TO "MERITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MI-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

      * ONE RATING PER EMPLOYEE FOR THE CYCLE, 1 (LOWEST) THROUGH 5,
      * AS HR'S REVIEW SYSTEM HANDS IT OVER
       FD  RATING-FILE.
       01  RATING-RECORD.
           05  RT-EMP-ID           PIC 9(05).
           05  RT-RATING           PIC 9(01).

      * ONE ROW PER PAY GRADE AND RATING. THE GRADE MAXIMUMS (MONTHLY
      * SALARY AND HOURLY RATE, ZERO FOR NONE) ARE CARRIED ON EVERY
      * ROW OF THE GRADE; THE INCREASE STOPS AT THE MAXIMUM.
       FD  MERIT-MATRIX-FILE.
       01  MERIT-MATRIX-RECORD.
           05  MX-PAY-GRADE        PIC X(01).
           05  MX-RATING           PIC 9(01).
           05  MX-INCREASE-PCT     PIC 9(02)V9(02).
           05  MX-MAX-SALARY       PIC 9(05)V9(02).
           05  MX-MAX-HOURLY       PIC 9(03)V9(02).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05  DP-DEPT-CODE        PIC X(10).
           05  DP-DESCRIPTION      PIC X(20).
           05  DP-EXPENSE-ACCT     PIC X(06).
           05  DP-LIABILITY-ACCT   PIC X(06).

      * SAME BUDGET LAYOUT THE BUDGET-VS-ACTUAL REPORT READS -- ONE
      * RECORD PER ACCOUNT, DEPARTMENT, AND PERIOD
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BU-ACCOUNT-CODE     PIC X(06).
           05  BU-DEPARTMENT       PIC X(10).
           05  BU-PERIOD           PIC 9(06).
           05  BU-AMOUNT           PIC 9(09)V9(02).

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-RUN-DATE        PIC 9(08).
           05  CTL-EXPECTED-COUNT  PIC 9(07).
           05  CTL-EXPECTED-GROSS  PIC 9(09)V9(02).
           05  CTL-PAY-GROUP       PIC X(01).

      * SAME PENDING LAYOUT THE MASTER MAINTENANCE RUN BANKS TO AND
      * RELEASES FROM
       FD  PENDING-TRANS-FILE.
       01  PENDING-TRANS-RECORD.
           05  PD-KEY.
               10  PD-EFF-DATE         PIC 9(08).
               10  PD-EMP-ID           PIC 9(05).
               10  PD-SEQ              PIC 9(03).
           05  PD-TRAN-IMAGE           PIC X(135).

       FD  MERIT-REPORT-FILE.
       01  MR-LINE                     PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  MI-EMP-STATUS            PIC X(02) VALUE "00".
       01  MI-RAT-STATUS            PIC X(02) VALUE "00".
       01  MI-MTX-STATUS            PIC X(02) VALUE "00".
       01  MI-DPT-STATUS            PIC X(02) VALUE "00".
       01  MI-BUD-STATUS            PIC X(02) VALUE "00".
       01  MI-CTL-STATUS            PIC X(02) VALUE "00".
       01  MI-PND-STATUS            PIC X(02) VALUE "00".
       01  MI-RPT-STATUS            PIC X(02) VALUE "00".
       01  MI-EMP-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EMPLOYEES        VALUE "Y".
       01  MI-RAT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-RATINGS          VALUE "Y".
       01  MI-MTX-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-MATRIX           VALUE "Y".
       01  MI-DPT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-DEPT-MASTER      VALUE "Y".
       01  MI-BUD-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-BUDGET           VALUE "Y".
       01  MI-CTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CONTROL-FILE     VALUE "Y".
       01  MI-PND-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-PENDING          VALUE "Y".
       01  MI-CTL-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  CONTROL-RECORD-FOUND    VALUE "Y".
       01  MI-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  MI-OPEN-ERROR           VALUE "Y".
       01  MI-REFUSED-SWITCH        PIC X(01) VALUE "N".
           88  MI-RUN-REFUSED          VALUE "Y".
       01  MI-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
           88  MI-TABLE-FULL           VALUE "Y".
       01  MI-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  MI-FOUND                VALUE "Y".
       01  MI-BANKED-SWITCH         PIC X(01) VALUE "N".
           88  MI-ALREADY-BANKED       VALUE "Y".
       01  MI-PND-WRITTEN-SWITCH    PIC X(01) VALUE "N".
           88  MI-PND-WRITTEN          VALUE "Y".

      * 0 = LIVE RUN, 1 = PREVIEW ONLY
       01  MI-RUN-MODE              PIC 9(01) VALUE 1.
           88  LIVE-RUN                VALUE 0.
           88  PREVIEW-RUN             VALUE 1.

      * THE RUN DATE, THE KEYED MERIT DATE, AND THE BUDGET YEAR'S
      * PERIODS (THE CALENDAR YEAR THE MERIT DATE FALLS IN)
       01  MI-RUN-DATE              PIC 9(08).
       01  MI-MERIT-DATE            PIC 9(08) VALUE 0.
       01  MI-MERIT-DATE-X REDEFINES MI-MERIT-DATE.
           05  MI-MERIT-CCYY        PIC 9(04).
           05  MI-MERIT-MM          PIC 9(02).
           05  MI-MERIT-DD          PIC 9(02).
       01  MI-BUDGET-FROM           PIC 9(06) VALUE 0.
       01  MI-BUDGET-TO             PIC 9(06) VALUE 0.

      * ANNUALIZING FACTORS -- A MONTHLY SALARY TWELVE TIMES, AN
      * HOURLY RATE AT A FULL-TIME 2080-HOUR YEAR
       01  MI-MONTHS-PER-YEAR       PIC 9(02) VALUE 12.
       01  MI-HOURS-PER-YEAR        PIC 9(04) VALUE 2080.

      * THE MASTER MAINTENANCE RUN'S RANGE EDITS -- AN INCREASE THAT
      * WOULD CARRY PAY PAST THEM IS NOT PROPOSED, SINCE THE RELEASE
      * WOULD REJECT IT
       01  MI-SALARY-LIMIT          PIC 9(05)V9(02) VALUE 25000.00.
       01  MI-HOURLY-LIMIT          PIC 9(03)V9(02) VALUE 500.00.

      * MERIT MATRIX
       01  MI-MTX-TABLE.
           05  MI-MTX-ENTRY OCCURS 50 TIMES
                   INDEXED BY MI-MTX-IDX.
               10  MI-MTX-GRADE        PIC X(01).
               10  MI-MTX-RATING       PIC 9(01).
               10  MI-MTX-PCT          PIC 9(02)V9(02).
               10  MI-MTX-MAX-SALARY   PIC 9(05)V9(02).
               10  MI-MTX-MAX-HOURLY   PIC 9(03)V9(02).
       01  MI-MTX-COUNT             PIC 9(03) VALUE 0.
       01  MI-MTX-SUB               PIC 9(03) VALUE 0.

      * PERFORMANCE RATINGS. USED IS SET WHEN AN ACTIVE EMPLOYEE
      * TAKES THE RATING; ONE LEFT UNUSED IS AN EXCEPTION.
       01  MI-RAT-TABLE.
           05  MI-RAT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY MI-RAT-IDX.
               10  MI-RAT-EMP-ID       PIC 9(05).
               10  MI-RAT-RATING       PIC 9(01).
               10  MI-RAT-USED         PIC X(01).
       01  MI-RAT-COUNT             PIC 9(04) VALUE 0.
       01  MI-RAT-SUB               PIC 9(04) VALUE 0.

      * DEPARTMENTS IN DEPTMST ORDER, ONES SEEN ONLY ON THE MASTER
      * APPENDED. THE SALARY LINES ARE THE BUDGET RECORDS FOR THE
      * DEPARTMENT'S EXPENSE ACCOUNT (THE SINGLE PAYROLL EXPENSE
      * ACCOUNT WHEN THE DEPARTMENT HAS NONE), AS THE PAY CYCLE
      * JOURNALS ITS GROSS.
       01  MI-DEPT-TABLE.
           05  MI-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY MI-DEPT-IDX.
               10  MI-DEPT-CODE        PIC X(10).
               10  MI-DEPT-ACCOUNT     PIC X(06).
               10  MI-DEPT-HEADCOUNT   PIC 9(04).
               10  MI-DEPT-RAISES      PIC 9(04).
               10  MI-DEPT-CURRENT     PIC 9(09)V9(02).
               10  MI-DEPT-INCREASE    PIC 9(09)V9(02).
               10  MI-DEPT-BUDGET      PIC 9(09)V9(02).
       01  MI-DEPT-COUNT            PIC 9(03) VALUE 0.
       01  MI-DEPT-SUB              PIC 9(03) VALUE 0.

      * EVERY ACTIVE EMPLOYEE AS PRICED, IN MASTER ORDER. STATUS:
      *   "R" INCREASE PROPOSED        "C" PROPOSED, CAPPED AT MAX
      *   "U" NOT RATED                "N" NO MATRIX ROW
      *   "Z" MATRIX GIVES NO INCREASE "X" ALREADY AT GRADE MAX
      *   "L" PAST THE MAINTENANCE RANGE EDIT
      *   "B" ALREADY BANKED FOR THE MERIT DATE
       01  MI-EMP-TABLE.
           05  MI-EMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY MI-EMP-IDX.
               10  MI-EM-EMP-ID        PIC 9(05).
               10  MI-EM-NAME          PIC X(20).
               10  MI-EM-DEPT          PIC X(10).
               10  MI-EM-GRADE         PIC X(01).
               10  MI-EM-CLASS         PIC X(01).
               10  MI-EM-RATING        PIC X(01).
               10  MI-EM-PCT           PIC 9(02)V9(02).
               10  MI-EM-OLD-PAY       PIC 9(05)V9(02).
               10  MI-EM-NEW-PAY       PIC 9(05)V9(02).
               10  MI-EM-ANNUAL-INCR   PIC 9(07)V9(02).
               10  MI-EM-STATUS        PIC X(01).
                   88  MI-EM-PROPOSED      VALUE "R" "C".
       01  MI-EMP-COUNT             PIC 9(04) VALUE 0.

      * PRICING WORK FIELDS
       01  MI-RATING-WORK           PIC 9(01) VALUE 0.
       01  MI-MAX-WORK              PIC 9(05)V9(02) VALUE 0.
       01  MI-LIMIT-WORK            PIC 9(05)V9(02) VALUE 0.
       01  MI-NEW-PAY-WORK          PIC 9(07)V9(02) VALUE 0.
       01  MI-ANNUAL-FACTOR         PIC 9(04) VALUE 0.
       01  MI-ANNUAL-WORK           PIC 9(09)V9(02) VALUE 0.
       01  MI-DEPT-WORK             PIC X(10).
       01  MI-NOTE-WORK             PIC X(40).

      * COUNTS AND TOTALS
       01  MI-COUNT-EMPLOYEES       PIC 9(05) VALUE 0.
       01  MI-COUNT-RATINGS         PIC 9(05) VALUE 0.
       01  MI-COUNT-PROPOSED        PIC 9(05) VALUE 0.
       01  MI-COUNT-EXCEPTION       PIC 9(05) VALUE 0.
       01  MI-COUNT-OVER-BUDGET     PIC 9(03) VALUE 0.
       01  MI-COUNT-BANKED          PIC 9(05) VALUE 0.
       01  MI-TOTAL-CURRENT         PIC 9(09)V9(02) VALUE 0.
       01  MI-TOTAL-INCREASE        PIC 9(09)V9(02) VALUE 0.
       01  MI-TOTAL-BUDGET          PIC 9(09)V9(02) VALUE 0.
       01  MI-EXPECTED-COUNT        PIC 9(07) VALUE 0.
       01  MI-EXPECTED-TOTAL        PIC 9(09)V9(02) VALUE 0.
       01  MI-COST-CURRENT          PIC 9(09)V9(02) VALUE 0.
       01  MI-COST-INCREASE         PIC 9(09)V9(02) VALUE 0.
       01  MI-COST-BUDGET           PIC 9(09)V9(02) VALUE 0.
       01  MI-PROPOSED-WORK         PIC 9(09)V9(02) VALUE 0.
       01  MI-VARIANCE-WORK         PIC S9(09)V9(02) VALUE 0.
       01  MI-PCT-WORK              PIC 9(05)V9(01) VALUE 0.

      * GL ACCOUNT -- THE SAME CONSTANT THE PAY CYCLE JOURNALS GROSS
      * TO FOR A DEPARTMENT WITH NO EXPENSE ACCOUNT OF ITS OWN
       01  GL-PAYROLL-ACCOUNT       PIC X(06) VALUE "600100".

      * THE PAY-RATE CHANGE BANKED FOR EACH INCREASE -- THE MASTER
      * MAINTENANCE TRANSACTION LAYOUT, ACTION "P". THE RELEASE
      * TAKES ONLY THE SALARY OR THE HOURLY RATE (BY PAY CLASS) FROM
      * IT; THE REST IS THE MASTER AS IT STOOD WHEN THE PROPOSAL WAS
      * APPROVED, FOR THE CHANGE REPORT.
       01  MERIT-TRANS-IMAGE.
           05  TR-ACTION-CODE          PIC X(01).
           05  TR-EMP-ID               PIC 9(05).
           05  TR-EMP-NAME             PIC X(20).
           05  TR-DEPARTMENT           PIC X(10).
           05  TR-PAY-GRADE            PIC X(01).
           05  TR-SALARY               PIC 9(05)V9(02).
           05  TR-YTD-GROSS            PIC 9(07)V9(02).
           05  TR-YTD-NET              PIC 9(07)V9(02).
           05  TR-OT-HOURS             PIC 9(03)V9(02).
           05  TR-BANK-ROUTING         PIC 9(09).
           05  TR-BANK-ACCOUNT         PIC 9(12).
           05  TR-FILING-STATUS        PIC X(01).
           05  TR-PAY-CLASS            PIC X(01).
           05  TR-HOURLY-RATE          PIC 9(03)V9(02).
           05  TR-HIRE-DATE            PIC 9(08).
           05  TR-TERM-DATE            PIC 9(08).
           05  TR-PAY-FREQ             PIC X(01).
           05  TR-EFF-DATE             PIC 9(08).
           05  TR-WORK-LOCATION        PIC X(04).
           05  TR-TAXPAYER-ID          PIC X(09).
           05  TR-COMPANY-CODE         PIC X(02).

      * REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(24) VALUE
               "MERIT INCREASE PROPOSAL".
           05  FILLER              PIC X(12) VALUE "  MERIT DATE".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RH-MERIT-DATE       PIC 9(08).
           05  FILLER              PIC X(11) VALUE "  RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RH-MODE             PIC X(40).

       01  RPT-COL-LINE.
           05  FILLER              PIC X(07) VALUE "EMP ID".
           05  FILLER              PIC X(22) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(04) VALUE "GR".
           05  FILLER              PIC X(04) VALUE "RT".
           05  FILLER              PIC X(04) VALUE "CL".
           05  FILLER              PIC X(11) VALUE "  PAY NOW".
           05  FILLER              PIC X(07) VALUE "  PCT".
           05  FILLER              PIC X(11) VALUE "  NEW PAY".
           05  FILLER              PIC X(14) VALUE "   ANNUAL INCR".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "NOTE".

       01  RPT-DEPT-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT ".
           05  RP-DEPT-CODE        PIC X(10).
           05  FILLER              PIC X(18) VALUE
               "  SALARY ACCOUNT ".
           05  RP-DEPT-ACCOUNT     PIC X(06).

       01  RPT-DETAIL-LINE.
           05  RD-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-GRADE            PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RD-RATING           PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RD-CLASS            PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RD-OLD-PAY          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-PCT              PIC Z9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NEW-PAY          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-ANNUAL-INCR      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NOTE             PIC X(20).

       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RC-LABEL            PIC X(18).
           05  FILLER              PIC X(11) VALUE "HEADCOUNT ".
           05  RC-HEADCOUNT        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  RAISES ".
           05  RC-RAISES           PIC ZZZZ9.

       01  RPT-COST-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "ANNUAL NOW ".
           05  RK-CURRENT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(07) VALUE "  INCR ".
           05  RK-INCREASE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  PROPOSED ".
           05  RK-PROPOSED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(09) VALUE "  BUDGET ".
           05  RK-BUDGET           PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-VARIANCE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE
               "BUDGET LESS PROPOSED".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RV-VARIANCE         PIC ---,---,--9.99.
           05  FILLER              PIC X(15) VALUE
               "  PCT OF BUDGET".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RV-PCT              PIC ZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RV-FLAG             PIC X(20).

       01  RPT-EXCEPTION-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RX-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RX-TEXT             PIC X(60).

       01  RPT-TITLE-LINE.
           05  RL-TEXT             PIC X(60).

      * VALIDATED-ACCEPT CALL FIELDS
       01  MI-VA-PROMPT-1           PIC X(60).
       01  MI-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  MI-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  MI-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  MI-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "MERIT-INCREASE-CYCLE".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MI-OPEN-ERROR
               PERFORM 2000-PRICE-ONE-EMPLOYEE THRU 2000-EXIT
                   UNTIL END-OF-EMPLOYEES
                      OR MI-TABLE-FULL
               PERFORM 2800-LOAD-BUDGET THRU 2800-EXIT
               IF MI-TABLE-FULL
                   SET MI-RUN-REFUSED TO TRUE
               END-IF
               IF LIVE-RUN AND NOT MI-RUN-REFUSED
                   PERFORM 3000-CHECK-APPROVAL THRU 3000-EXIT
               END-IF
               IF LIVE-RUN AND NOT MI-RUN-REFUSED
                   PERFORM 4000-BANK-INCREASES THRU 4000-EXIT
               END-IF
               PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           END-IF
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE RUN MODE AND MERIT DATE, OPEN
      * THE FILES, LOAD THE MATRIX, RATINGS, AND DEPARTMENTS, AND
      * READ THE FIRST EMPLOYEE
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING MI-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MI-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT
           PERFORM 1020-ACCEPT-MERIT-DATE THRU 1020-EXIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF MI-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-MATRIX THRU 1200-EXIT
               UNTIL END-OF-MATRIX
           PERFORM 1300-LOAD-RATING THRU 1300-EXIT
               UNTIL END-OF-RATINGS
           PERFORM 1400-LOAD-DEPARTMENTS THRU 1400-EXIT
           PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1010-ACCEPT-RUN-MODE.
           MOVE "ENTER THE RUN MODE" TO MI-VA-PROMPT-1
           MOVE "(0 = LIVE RUN, 1 = PREVIEW ONLY)" TO MI-VA-PROMPT-2
           MOVE 0 TO MI-VA-LOW
           MOVE 1 TO MI-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING MI-VA-PROMPT-1
               MI-VA-PROMPT-2 MI-VA-LOW MI-VA-HIGH MI-VA-RESULT
           MOVE MI-VA-RESULT TO MI-RUN-MODE
           IF PREVIEW-RUN
               DISPLAY "*** PREVIEW RUN -- NO INCREASE WILL BE "
                   "BANKED ***"
           END-IF.
       1010-EXIT.
           EXIT.

      *-----------------------
      * 1020-ACCEPT-MERIT-DATE -- THE DATE THE INCREASES TAKE
      * EFFECT, CCYYMMDD, AFTER TODAY SO THE CHANGES BANK RATHER
      * THAN APPLY. A DATE THAT IS NOT A CALENDAR DATE IS ASKED FOR
      * AGAIN.
      *-----------------------
       1020-ACCEPT-MERIT-DATE.
           MOVE "ENTER THE MERIT EFFECTIVE DATE" TO MI-VA-PROMPT-1
           MOVE "(CCYYMMDD, AFTER THE BUSINESS DATE)"
               TO MI-VA-PROMPT-2
           COMPUTE MI-VA-LOW = MI-RUN-DATE + 1
           MOVE 99991231 TO MI-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING MI-VA-PROMPT-1
               MI-VA-PROMPT-2 MI-VA-LOW MI-VA-HIGH MI-VA-RESULT
           MOVE MI-VA-RESULT TO MI-MERIT-DATE
           IF MI-MERIT-MM < 1 OR MI-MERIT-MM > 12
               OR MI-MERIT-DD < 1 OR MI-MERIT-DD > 31
               DISPLAY "*** " MI-MERIT-DATE " IS NOT A CALENDAR "
                   "DATE ***"
               GO TO 1020-ACCEPT-MERIT-DATE
           END-IF
           COMPUTE MI-BUDGET-FROM = MI-MERIT-CCYY * 100 + 1
           COMPUTE MI-BUDGET-TO = MI-MERIT-CCYY * 100 + 12.
       1020-EXIT.
           EXIT.

      *-----------------------
      * 1100-OPEN-FILES -- A PREVIEW READS THE PENDING FILE ONLY TO
      * FIND INCREASES ALREADY BANKED; A LIVE RUN OPENS IT FOR
      * UPDATE
      *-----------------------
       1100-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MI-EMP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " MI-EMP-STATUS " ***"
               SET MI-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT RATING-FILE
           IF MI-RAT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RATING FILE -- STATUS "
                   MI-RAT-STATUS " ***"
               SET MI-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT MERIT-MATRIX-FILE
           IF MI-MTX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MERIT-MATRIX FILE -- "
                   "STATUS " MI-MTX-STATUS " ***"
               SET MI-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT BUDGET-FILE
           IF MI-BUD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN BUDGET FILE -- STATUS "
                   MI-BUD-STATUS " ***"
               SET MI-OPEN-ERROR TO TRUE
           END-IF
           IF LIVE-RUN
               OPEN I-O PENDING-TRANS-FILE
           ELSE
               OPEN INPUT PENDING-TRANS-FILE
           END-IF
           IF MI-PND-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN PENDING-TRANS FILE -- "
                   "STATUS " MI-PND-STATUS " ***"
               SET MI-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT MERIT-REPORT-FILE
           IF MI-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MERIT REPORT -- STATUS "
                   MI-RPT-STATUS " ***"
               SET MI-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-MATRIX.
           READ MERIT-MATRIX-FILE
               AT END
                   SET END-OF-MATRIX TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF MX-RATING NOT NUMERIC OR MX-INCREASE-PCT NOT NUMERIC
               OR MX-MAX-SALARY NOT NUMERIC
               OR MX-MAX-HOURLY NOT NUMERIC
               DISPLAY "*** MERIT MATRIX ROW " MX-PAY-GRADE
                   MX-RATING " NOT NUMERIC -- NOT LOADED ***"
               GO TO 1200-EXIT
           END-IF
           IF MI-MTX-COUNT >= 50
               DISPLAY "*** MERIT MATRIX TABLE FULL -- ROW "
                   MX-PAY-GRADE MX-RATING " NOT LOADED ***"
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO MI-MTX-COUNT
           SET MI-MTX-IDX TO MI-MTX-COUNT
           MOVE MX-PAY-GRADE TO MI-MTX-GRADE(MI-MTX-IDX)
           MOVE MX-RATING TO MI-MTX-RATING(MI-MTX-IDX)
           MOVE MX-INCREASE-PCT TO MI-MTX-PCT(MI-MTX-IDX)
           MOVE MX-MAX-SALARY TO MI-MTX-MAX-SALARY(MI-MTX-IDX)
           MOVE MX-MAX-HOURLY TO MI-MTX-MAX-HOURLY(MI-MTX-IDX).
       1200-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-RATING -- ONE RATING INTO THE TABLE. A RATING
      * THAT IS NOT 1 THROUGH 5, OR A SECOND RATING FOR THE SAME
      * EMPLOYEE, IS AN EXCEPTION AND IS NOT LOADED.
      *-----------------------
       1300-LOAD-RATING.
           READ RATING-FILE
               AT END
                   SET END-OF-RATINGS TO TRUE
                   GO TO 1300-EXIT
           END-READ
           ADD 1 TO MI-COUNT-RATINGS
           IF RT-EMP-ID NOT NUMERIC OR RT-RATING NOT NUMERIC
               OR RT-RATING < 1 OR RT-RATING > 5
               DISPLAY "*** RATING RECORD " RATING-RECORD
                   " NOT A VALID EMPLOYEE AND RATING 1-5 ***"
               ADD 1 TO MI-COUNT-EXCEPTION
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO MI-FOUND-SWITCH
           PERFORM 1310-MATCH-EARLIER-RATING THRU 1310-EXIT
               VARYING MI-RAT-IDX FROM 1 BY 1
               UNTIL MI-RAT-IDX > MI-RAT-COUNT
                  OR MI-FOUND
           IF MI-FOUND
               DISPLAY "*** SECOND RATING FOR EMPLOYEE " RT-EMP-ID
                   " -- THE FIRST IS USED ***"
               ADD 1 TO MI-COUNT-EXCEPTION
               GO TO 1300-EXIT
           END-IF
           IF MI-RAT-COUNT >= 2000
               DISPLAY "*** MORE THAN 2000 RATINGS -- RUN STOPPED, "
                   "NOTHING BANKED ***"
               SET MI-TABLE-FULL TO TRUE
               SET END-OF-RATINGS TO TRUE
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO MI-RAT-COUNT
           SET MI-RAT-IDX TO MI-RAT-COUNT
           MOVE RT-EMP-ID TO MI-RAT-EMP-ID(MI-RAT-IDX)
           MOVE RT-RATING TO MI-RAT-RATING(MI-RAT-IDX)
           MOVE "N" TO MI-RAT-USED(MI-RAT-IDX).
       1300-EXIT.
           EXIT.

       1310-MATCH-EARLIER-RATING.
           IF MI-RAT-EMP-ID(MI-RAT-IDX) = RT-EMP-ID
               SET MI-FOUND TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

      *-----------------------
      * 1400-LOAD-DEPARTMENTS -- THE DEPARTMENT MASTER GIVES THE
      * REPORT ITS ORDER AND EACH DEPARTMENT ITS SALARY ACCOUNT.
      * WITH NO MASTER ON FILE EVERY DEPARTMENT IS BUDGETED ON THE
      * SINGLE PAYROLL EXPENSE ACCOUNT.
      *-----------------------
       1400-LOAD-DEPARTMENTS.
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF MI-DPT-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEPARTMENT-MASTER FILE -- "
                   "STATUS " MI-DPT-STATUS " -- SALARY LINES TAKEN "
                   "FROM " GL-PAYROLL-ACCOUNT " ***"
           ELSE
               PERFORM 1410-READ-DEPT-MASTER THRU 1410-EXIT
               PERFORM 1420-STORE-DEPT-MASTER THRU 1420-EXIT
                   UNTIL END-OF-DEPT-MASTER
                      OR MI-DEPT-COUNT >= 100
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-DEPT-MASTER.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET END-OF-DEPT-MASTER TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-STORE-DEPT-MASTER.
           ADD 1 TO MI-DEPT-COUNT
           SET MI-DEPT-IDX TO MI-DEPT-COUNT
           MOVE DP-DEPT-CODE TO MI-DEPT-CODE(MI-DEPT-IDX)
           IF DP-EXPENSE-ACCT = SPACES
               MOVE GL-PAYROLL-ACCOUNT TO MI-DEPT-ACCOUNT(MI-DEPT-IDX)
           ELSE
               MOVE DP-EXPENSE-ACCT TO MI-DEPT-ACCOUNT(MI-DEPT-IDX)
           END-IF
           PERFORM 1430-CLEAR-DEPT-TOTALS THRU 1430-EXIT
           PERFORM 1410-READ-DEPT-MASTER THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

       1430-CLEAR-DEPT-TOTALS.
           MOVE 0 TO MI-DEPT-HEADCOUNT(MI-DEPT-IDX)
           MOVE 0 TO MI-DEPT-RAISES(MI-DEPT-IDX)
           MOVE 0 TO MI-DEPT-CURRENT(MI-DEPT-IDX)
           MOVE 0 TO MI-DEPT-INCREASE(MI-DEPT-IDX)
           MOVE 0 TO MI-DEPT-BUDGET(MI-DEPT-IDX).
       1430-EXIT.
           EXIT.

       1900-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.

      *-----------------------
      * 2000-PRICE-ONE-EMPLOYEE -- EVERY EMPLOYEE STILL EMPLOYED ON
      * THE MERIT DATE COUNTS IN THE DEPARTMENT'S ANNUAL PAYROLL;
      * THOSE RATED AND ON THE MATRIX ARE PRICED FOR AN INCREASE
      *-----------------------
       2000-PRICE-ONE-EMPLOYEE.
           IF EM-TERM-DATE NUMERIC AND EM-TERM-DATE > 0
               AND EM-TERM-DATE <= MI-MERIT-DATE
               GO TO 2000-NEXT
           END-IF
           IF MI-EMP-COUNT >= 2000
               DISPLAY "*** MORE THAN 2000 ACTIVE EMPLOYEES -- RUN "
                   "STOPPED, NOTHING BANKED ***"
               SET MI-TABLE-FULL TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO MI-COUNT-EMPLOYEES
           ADD 1 TO MI-EMP-COUNT
           SET MI-EMP-IDX TO MI-EMP-COUNT
           MOVE EM-EMP-ID TO MI-EM-EMP-ID(MI-EMP-IDX)
           MOVE EM-EMP-NAME TO MI-EM-NAME(MI-EMP-IDX)
           MOVE EM-DEPARTMENT TO MI-EM-DEPT(MI-EMP-IDX)
           MOVE EM-PAY-GRADE TO MI-EM-GRADE(MI-EMP-IDX)
           MOVE SPACE TO MI-EM-RATING(MI-EMP-IDX)
           MOVE 0 TO MI-EM-PCT(MI-EMP-IDX)
           MOVE 0 TO MI-EM-ANNUAL-INCR(MI-EMP-IDX)
           IF EM-PAY-CLASS = "H"
               MOVE "H" TO MI-EM-CLASS(MI-EMP-IDX)
               MOVE EM-HOURLY-RATE TO MI-EM-OLD-PAY(MI-EMP-IDX)
               MOVE MI-HOURS-PER-YEAR TO MI-ANNUAL-FACTOR
               MOVE MI-HOURLY-LIMIT TO MI-LIMIT-WORK
           ELSE
               MOVE "S" TO MI-EM-CLASS(MI-EMP-IDX)
               MOVE EM-SALARY TO MI-EM-OLD-PAY(MI-EMP-IDX)
               MOVE MI-MONTHS-PER-YEAR TO MI-ANNUAL-FACTOR
               MOVE MI-SALARY-LIMIT TO MI-LIMIT-WORK
           END-IF
           MOVE MI-EM-OLD-PAY(MI-EMP-IDX) TO MI-EM-NEW-PAY(MI-EMP-IDX)
           PERFORM 2100-FIND-DEPARTMENT THRU 2100-EXIT
           ADD 1 TO MI-DEPT-HEADCOUNT(MI-DEPT-IDX)
           COMPUTE MI-ANNUAL-WORK =
               MI-EM-OLD-PAY(MI-EMP-IDX) * MI-ANNUAL-FACTOR
           ADD MI-ANNUAL-WORK TO MI-DEPT-CURRENT(MI-DEPT-IDX)
           ADD MI-ANNUAL-WORK TO MI-TOTAL-CURRENT
           PERFORM 2200-PRICE-INCREASE THRU 2200-EXIT
           IF MI-EM-PROPOSED(MI-EMP-IDX)
               ADD 1 TO MI-COUNT-PROPOSED
               ADD 1 TO MI-DEPT-RAISES(MI-DEPT-IDX)
               ADD MI-EM-ANNUAL-INCR(MI-EMP-IDX)
                   TO MI-DEPT-INCREASE(MI-DEPT-IDX)
               ADD MI-EM-ANNUAL-INCR(MI-EMP-IDX) TO MI-TOTAL-INCREASE
           END-IF.
       2000-NEXT.
           PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-FIND-DEPARTMENT -- POINT MI-DEPT-IDX AT THE EMPLOYEE'S
      * DEPARTMENT, ADDING IT ON THE PAYROLL EXPENSE ACCOUNT WHEN
      * THE DEPARTMENT MASTER DOES NOT CARRY IT
      *-----------------------
       2100-FIND-DEPARTMENT.
           MOVE EM-DEPARTMENT TO MI-DEPT-WORK
           MOVE "N" TO MI-FOUND-SWITCH
           PERFORM 2110-SEARCH-DEPARTMENT THRU 2110-EXIT
               VARYING MI-DEPT-IDX FROM 1 BY 1
               UNTIL MI-DEPT-IDX > MI-DEPT-COUNT
                  OR MI-FOUND
           IF MI-FOUND
               SET MI-DEPT-IDX TO MI-DEPT-SUB
               GO TO 2100-EXIT
           END-IF
           IF MI-DEPT-COUNT >= 100
               DISPLAY "*** MORE THAN 100 DEPARTMENTS -- RUN "
                   "STOPPED, NOTHING BANKED ***"
               SET MI-TABLE-FULL TO TRUE
               SET MI-DEPT-IDX TO MI-DEPT-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO MI-DEPT-COUNT
           SET MI-DEPT-IDX TO MI-DEPT-COUNT
           MOVE MI-DEPT-WORK TO MI-DEPT-CODE(MI-DEPT-IDX)
           MOVE GL-PAYROLL-ACCOUNT TO MI-DEPT-ACCOUNT(MI-DEPT-IDX)
           PERFORM 1430-CLEAR-DEPT-TOTALS THRU 1430-EXIT.
       2100-EXIT.
           EXIT.

       2110-SEARCH-DEPARTMENT.
           IF MI-DEPT-CODE(MI-DEPT-IDX) = MI-DEPT-WORK
               SET MI-FOUND TO TRUE
               SET MI-DEPT-SUB TO MI-DEPT-IDX
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------
      * 2200-PRICE-INCREASE -- RATING, MATRIX ROW, AND ANY INCREASE
      * ALREADY BANKED FOR THE DATE DECIDE WHETHER AN INCREASE IS
      * PROPOSED; THE NEW PAY STOPS AT THE GRADE MAXIMUM
      *-----------------------
       2200-PRICE-INCREASE.
           MOVE "N" TO MI-FOUND-SWITCH
           PERFORM 2210-SEARCH-RATING THRU 2210-EXIT
               VARYING MI-RAT-IDX FROM 1 BY 1
               UNTIL MI-RAT-IDX > MI-RAT-COUNT
                  OR MI-FOUND
           IF NOT MI-FOUND
               MOVE "U" TO MI-EM-STATUS(MI-EMP-IDX)
               GO TO 2200-EXIT
           END-IF
           SET MI-RAT-IDX TO MI-RAT-SUB
           MOVE "Y" TO MI-RAT-USED(MI-RAT-IDX)
           MOVE MI-RAT-RATING(MI-RAT-IDX) TO MI-RATING-WORK
           MOVE MI-RATING-WORK TO MI-EM-RATING(MI-EMP-IDX)
           MOVE "N" TO MI-FOUND-SWITCH
           PERFORM 2220-SEARCH-MATRIX THRU 2220-EXIT
               VARYING MI-MTX-IDX FROM 1 BY 1
               UNTIL MI-MTX-IDX > MI-MTX-COUNT
                  OR MI-FOUND
           IF NOT MI-FOUND
               MOVE "N" TO MI-EM-STATUS(MI-EMP-IDX)
               ADD 1 TO MI-COUNT-EXCEPTION
               GO TO 2200-EXIT
           END-IF
           SET MI-MTX-IDX TO MI-MTX-SUB
           MOVE MI-MTX-PCT(MI-MTX-IDX) TO MI-EM-PCT(MI-EMP-IDX)
           IF MI-MTX-PCT(MI-MTX-IDX) = 0
               MOVE "Z" TO MI-EM-STATUS(MI-EMP-IDX)
               GO TO 2200-EXIT
           END-IF
           IF MI-EM-CLASS(MI-EMP-IDX) = "H"
               MOVE MI-MTX-MAX-HOURLY(MI-MTX-IDX) TO MI-MAX-WORK
           ELSE
               MOVE MI-MTX-MAX-SALARY(MI-MTX-IDX) TO MI-MAX-WORK
           END-IF
           IF MI-MAX-WORK > 0
               AND MI-EM-OLD-PAY(MI-EMP-IDX) >= MI-MAX-WORK
               MOVE "X" TO MI-EM-STATUS(MI-EMP-IDX)
               GO TO 2200-EXIT
           END-IF
           COMPUTE MI-NEW-PAY-WORK ROUNDED =
               MI-EM-OLD-PAY(MI-EMP-IDX)
             + MI-EM-OLD-PAY(MI-EMP-IDX) * MI-EM-PCT(MI-EMP-IDX) / 100
           MOVE "R" TO MI-EM-STATUS(MI-EMP-IDX)
           IF MI-MAX-WORK > 0 AND MI-NEW-PAY-WORK > MI-MAX-WORK
               MOVE MI-MAX-WORK TO MI-NEW-PAY-WORK
               MOVE "C" TO MI-EM-STATUS(MI-EMP-IDX)
           END-IF
           IF MI-NEW-PAY-WORK > MI-LIMIT-WORK
               MOVE "L" TO MI-EM-STATUS(MI-EMP-IDX)
               ADD 1 TO MI-COUNT-EXCEPTION
               GO TO 2200-EXIT
           END-IF
           PERFORM 2300-CHECK-BANKED THRU 2300-EXIT
           IF MI-ALREADY-BANKED
               MOVE "B" TO MI-EM-STATUS(MI-EMP-IDX)
               ADD 1 TO MI-COUNT-EXCEPTION
               GO TO 2200-EXIT
           END-IF
           MOVE MI-NEW-PAY-WORK TO MI-EM-NEW-PAY(MI-EMP-IDX)
           COMPUTE MI-EM-ANNUAL-INCR(MI-EMP-IDX) =
               (MI-EM-NEW-PAY(MI-EMP-IDX) - MI-EM-OLD-PAY(MI-EMP-IDX))
               * MI-ANNUAL-FACTOR.
       2200-EXIT.
           EXIT.

       2210-SEARCH-RATING.
           IF MI-RAT-EMP-ID(MI-RAT-IDX) = EM-EMP-ID
               SET MI-FOUND TO TRUE
               SET MI-RAT-SUB TO MI-RAT-IDX
           END-IF.
       2210-EXIT.
           EXIT.

       2220-SEARCH-MATRIX.
           IF MI-MTX-GRADE(MI-MTX-IDX) = EM-PAY-GRADE
               AND MI-MTX-RATING(MI-MTX-IDX) = MI-RATING-WORK
               SET MI-FOUND TO TRUE
               SET MI-MTX-SUB TO MI-MTX-IDX
           END-IF.
       2220-EXIT.
           EXIT.

      *-----------------------
      * 2300-CHECK-BANKED -- A PAY-RATE CHANGE ALREADY PENDING FOR
      * THIS EMPLOYEE ON THE MERIT DATE MEANS THE CYCLE HAS BEEN
      * BANKED BEFORE; IT IS NOT PROPOSED AGAIN, SO A RERUN CANNOT
      * GIVE THE INCREASE TWICE
      *-----------------------
       2300-CHECK-BANKED.
           MOVE "N" TO MI-BANKED-SWITCH
           MOVE "N" TO MI-PND-EOF-SWITCH
           MOVE MI-MERIT-DATE TO PD-EFF-DATE
           MOVE EM-EMP-ID TO PD-EMP-ID
           MOVE 0 TO PD-SEQ
           START PENDING-TRANS-FILE KEY >= PD-KEY
               INVALID KEY
                   SET END-OF-PENDING TO TRUE
           END-START
           PERFORM 2310-READ-PENDING THRU 2310-EXIT
               UNTIL END-OF-PENDING
                  OR MI-ALREADY-BANKED.
       2300-EXIT.
           EXIT.

       2310-READ-PENDING.
           READ PENDING-TRANS-FILE NEXT RECORD
               AT END
                   SET END-OF-PENDING TO TRUE
                   GO TO 2310-EXIT
           END-READ
           IF PD-EFF-DATE NOT = MI-MERIT-DATE
               OR PD-EMP-ID NOT = EM-EMP-ID
               SET END-OF-PENDING TO TRUE
               GO TO 2310-EXIT
           END-IF
           IF PD-TRAN-IMAGE(1:1) = "P"
               SET MI-ALREADY-BANKED TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2800-LOAD-BUDGET -- THE MERIT YEAR'S SALARY LINES: EVERY
      * BUDGET RECORD FOR A DEPARTMENT ON THE REPORT, ITS SALARY
      * ACCOUNT, AND A PERIOD IN THE YEAR
      *-----------------------
       2800-LOAD-BUDGET.
           PERFORM 2810-READ-BUDGET THRU 2810-EXIT
               UNTIL END-OF-BUDGET.
       2800-EXIT.
           EXIT.

       2810-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET END-OF-BUDGET TO TRUE
                   GO TO 2810-EXIT
           END-READ
           IF BU-PERIOD NOT NUMERIC OR BU-AMOUNT NOT NUMERIC
               OR BU-PERIOD < MI-BUDGET-FROM
               OR BU-PERIOD > MI-BUDGET-TO
               GO TO 2810-EXIT
           END-IF
           MOVE BU-DEPARTMENT TO MI-DEPT-WORK
           MOVE "N" TO MI-FOUND-SWITCH
           PERFORM 2110-SEARCH-DEPARTMENT THRU 2110-EXIT
               VARYING MI-DEPT-IDX FROM 1 BY 1
               UNTIL MI-DEPT-IDX > MI-DEPT-COUNT
                  OR MI-FOUND
           IF NOT MI-FOUND
               GO TO 2810-EXIT
           END-IF
           SET MI-DEPT-IDX TO MI-DEPT-SUB
           IF BU-ACCOUNT-CODE = MI-DEPT-ACCOUNT(MI-DEPT-IDX)
               ADD BU-AMOUNT TO MI-DEPT-BUDGET(MI-DEPT-IDX)
               ADD BU-AMOUNT TO MI-TOTAL-BUDGET
           END-IF.
       2810-EXIT.
           EXIT.

      *-----------------------
      * 3000-CHECK-APPROVAL -- HR SIGNS OFF THE PREVIEWED PROPOSAL
      * BY KEYING A GROUP-"R" PAYCTL RECORD FOR THE RUN DATE WITH
      * ITS INCREASE COUNT AND ANNUALIZED INCREASE. THE LIVE RUN
      * MUST MATCH IT BEFORE ANYTHING IS BANKED; A REFUSED RUN CAN
      * BE RESUBMITTED AS IS ONCE THE APPROVAL IS RIGHT.
      *-----------------------
       3000-CHECK-APPROVAL.
           IF MI-COUNT-PROPOSED = 0
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO MI-CTL-FOUND-SWITCH
           MOVE "N" TO MI-CTL-EOF-SWITCH
           OPEN INPUT CONTROL-TOTAL-FILE
           IF MI-CTL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN CONTROL-TOTAL FILE -- "
                   "STATUS " MI-CTL-STATUS " ***"
           ELSE
               PERFORM 3020-READ-CONTROL-RECORD THRU 3020-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE CONTROL-TOTAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT CONTROL-RECORD-FOUND
                   DISPLAY "*** NO MERIT APPROVAL RECORD (GROUP R) "
                       "FOR RUN DATE " MI-RUN-DATE " -- NOTHING "
                       "BANKED. ADD THE PAYCTL APPROVAL AND "
                       "RESUBMIT ***"
                   SET MI-RUN-REFUSED TO TRUE
               WHEN MI-EXPECTED-COUNT NOT = MI-COUNT-PROPOSED
                 OR MI-EXPECTED-TOTAL NOT = MI-TOTAL-INCREASE
                   DISPLAY "*** MERIT PROPOSAL DOES NOT MATCH THE "
                       "GROUP R APPROVAL -- NOTHING BANKED ***"
                   DISPLAY "COMPUTED INCREASE..: " MI-TOTAL-INCREASE
                   DISPLAY "APPROVED INCREASE..: " MI-EXPECTED-TOTAL
                   DISPLAY "COMPUTED COUNT.....: " MI-COUNT-PROPOSED
                   DISPLAY "APPROVED COUNT.....: " MI-EXPECTED-COUNT
                   SET MI-RUN-REFUSED TO TRUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3020-READ-CONTROL-RECORD.
           READ CONTROL-TOTAL-FILE
               AT END
                   SET END-OF-CONTROL-FILE TO TRUE
               NOT AT END
                   IF CTL-RUN-DATE = MI-RUN-DATE
                       AND CTL-PAY-GROUP = "R"
                       SET CONTROL-RECORD-FOUND TO TRUE
                       MOVE CTL-EXPECTED-COUNT TO MI-EXPECTED-COUNT
                       MOVE CTL-EXPECTED-GROSS TO MI-EXPECTED-TOTAL
                   END-IF
           END-READ.
       3020-EXIT.
           EXIT.

      *-----------------------
      * 4000-BANK-INCREASES -- ONE PAY-RATE CHANGE PER PROPOSED
      * INCREASE ON THE PENDING FILE, KEYED BY THE MERIT DATE. THE
      * SEQUENCE HUNTS PAST KEYS ALREADY TAKEN, AS THE MAINTENANCE
      * RUN'S OWN BANKING DOES.
      *-----------------------
       4000-BANK-INCREASES.
           PERFORM 4100-BANK-ONE-INCREASE THRU 4100-EXIT
               VARYING MI-EMP-IDX FROM 1 BY 1
               UNTIL MI-EMP-IDX > MI-EMP-COUNT.
       4000-EXIT.
           EXIT.

       4100-BANK-ONE-INCREASE.
           IF NOT MI-EM-PROPOSED(MI-EMP-IDX)
               GO TO 4100-EXIT
           END-IF
           MOVE MI-EM-EMP-ID(MI-EMP-IDX) TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** EMPLOYEE " EM-EMP-ID " LEFT THE "
                       "MASTER DURING THE RUN -- INCREASE NOT "
                       "BANKED ***"
                   ADD 1 TO MI-COUNT-EXCEPTION
                   GO TO 4100-EXIT
           END-READ
           MOVE "P" TO TR-ACTION-CODE
           MOVE EM-EMP-ID TO TR-EMP-ID
           MOVE EM-EMP-NAME TO TR-EMP-NAME
           MOVE EM-DEPARTMENT TO TR-DEPARTMENT
           MOVE EM-PAY-GRADE TO TR-PAY-GRADE
           MOVE EM-SALARY TO TR-SALARY
           MOVE EM-YTD-GROSS TO TR-YTD-GROSS
           MOVE EM-YTD-NET TO TR-YTD-NET
           MOVE EM-OT-HOURS TO TR-OT-HOURS
           MOVE EM-BANK-ROUTING TO TR-BANK-ROUTING
           MOVE EM-BANK-ACCOUNT TO TR-BANK-ACCOUNT
           MOVE EM-FILING-STATUS TO TR-FILING-STATUS
           MOVE MI-EM-CLASS(MI-EMP-IDX) TO TR-PAY-CLASS
           MOVE EM-HOURLY-RATE TO TR-HOURLY-RATE
           MOVE EM-HIRE-DATE TO TR-HIRE-DATE
           MOVE EM-TERM-DATE TO TR-TERM-DATE
           MOVE EM-PAY-FREQ TO TR-PAY-FREQ
           MOVE MI-MERIT-DATE TO TR-EFF-DATE
           MOVE EM-WORK-LOCATION TO TR-WORK-LOCATION
           MOVE EM-TAXPAYER-ID TO TR-TAXPAYER-ID
           MOVE EM-COMPANY-CODE TO TR-COMPANY-CODE
           IF MI-EM-CLASS(MI-EMP-IDX) = "H"
               MOVE MI-EM-NEW-PAY(MI-EMP-IDX) TO TR-HOURLY-RATE
           ELSE
               MOVE MI-EM-NEW-PAY(MI-EMP-IDX) TO TR-SALARY
           END-IF
           MOVE "N" TO MI-PND-WRITTEN-SWITCH
           MOVE MI-MERIT-DATE TO PD-EFF-DATE
           MOVE EM-EMP-ID TO PD-EMP-ID
           MOVE 1 TO PD-SEQ
           MOVE MERIT-TRANS-IMAGE TO PD-TRAN-IMAGE
           PERFORM 4150-TRY-ONE-PENDING-KEY THRU 4150-EXIT
               UNTIL MI-PND-WRITTEN
                  OR PD-SEQ > 999
           IF MI-PND-WRITTEN
               ADD 1 TO MI-COUNT-BANKED
           ELSE
               DISPLAY "*** OVER 999 PENDING FOR EMPLOYEE "
                   EM-EMP-ID " ON " MI-MERIT-DATE
                   " -- INCREASE NOT BANKED ***"
               ADD 1 TO MI-COUNT-EXCEPTION
           END-IF.
       4100-EXIT.
           EXIT.

       4150-TRY-ONE-PENDING-KEY.
           WRITE PENDING-TRANS-RECORD
               INVALID KEY
                   ADD 1 TO PD-SEQ
               NOT INVALID KEY
                   SET MI-PND-WRITTEN TO TRUE
           END-WRITE.
       4150-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-REPORT -- THE PROPOSAL, DEPARTMENT BY DEPARTMENT
      * IN DEPARTMENT-MASTER ORDER: EACH ACTIVE EMPLOYEE WITH THE
      * PROPOSED PAY, THEN THE DEPARTMENT'S ANNUAL PAYROLL, THE
      * ANNUALIZED INCREASE, AND THE RESULT AGAINST THE YEAR'S
      * SALARY BUDGET. COMPANY TOTALS AND THE RATINGS NO ACTIVE
      * EMPLOYEE TOOK CLOSE THE REPORT.
      *-----------------------
       5000-PRINT-REPORT.
           MOVE MI-MERIT-DATE TO RH-MERIT-DATE
           MOVE MI-RUN-DATE TO RH-RUN-DATE
           EVALUATE TRUE
               WHEN PREVIEW-RUN
                   MOVE "PREVIEW -- NOTHING BANKED" TO RH-MODE
               WHEN MI-RUN-REFUSED
                   MOVE "REFUSED -- NOTHING BANKED" TO RH-MODE
               WHEN OTHER
                   MOVE "APPROVED -- INCREASES BANKED" TO RH-MODE
           END-EVALUATE
           MOVE RPT-HDR-LINE TO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE RPT-COL-LINE TO MR-LINE
           WRITE MR-LINE
           PERFORM 5100-PRINT-ONE-DEPARTMENT THRU 5100-EXIT
               VARYING MI-DEPT-SUB FROM 1 BY 1
               UNTIL MI-DEPT-SUB > MI-DEPT-COUNT
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE "COMPANY TOTAL" TO RC-LABEL
           MOVE MI-COUNT-EMPLOYEES TO RC-HEADCOUNT
           MOVE MI-COUNT-PROPOSED TO RC-RAISES
           MOVE RPT-COUNT-LINE TO MR-LINE
           WRITE MR-LINE
           MOVE MI-TOTAL-CURRENT TO MI-COST-CURRENT
           MOVE MI-TOTAL-INCREASE TO MI-COST-INCREASE
           MOVE MI-TOTAL-BUDGET TO MI-COST-BUDGET
           PERFORM 5300-PRINT-COST-LINES THRU 5300-EXIT
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           STRING "APPROVAL FIGURES (PAYCTL GROUP R): COUNT "
               MI-COUNT-PROPOSED "  ANNUAL INCREASE "
               MI-TOTAL-INCREASE
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE "RATINGS NOT TAKEN BY AN ACTIVE EMPLOYEE" TO RL-TEXT
           MOVE RPT-TITLE-LINE TO MR-LINE
           WRITE MR-LINE
           PERFORM 5400-PRINT-UNUSED-RATING THRU 5400-EXIT
               VARYING MI-RAT-IDX FROM 1 BY 1
               UNTIL MI-RAT-IDX > MI-RAT-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DEPARTMENT.
           SET MI-DEPT-IDX TO MI-DEPT-SUB
           IF MI-DEPT-HEADCOUNT(MI-DEPT-IDX) = 0
               AND MI-DEPT-BUDGET(MI-DEPT-IDX) = 0
               GO TO 5100-EXIT
           END-IF
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE MI-DEPT-CODE(MI-DEPT-IDX) TO RP-DEPT-CODE
           MOVE MI-DEPT-ACCOUNT(MI-DEPT-IDX) TO RP-DEPT-ACCOUNT
           MOVE RPT-DEPT-LINE TO MR-LINE
           WRITE MR-LINE
           PERFORM 5200-PRINT-ONE-EMPLOYEE THRU 5200-EXIT
               VARYING MI-EMP-IDX FROM 1 BY 1
               UNTIL MI-EMP-IDX > MI-EMP-COUNT
           SET MI-DEPT-IDX TO MI-DEPT-SUB
           MOVE "DEPARTMENT TOTAL" TO RC-LABEL
           MOVE MI-DEPT-HEADCOUNT(MI-DEPT-IDX) TO RC-HEADCOUNT
           MOVE MI-DEPT-RAISES(MI-DEPT-IDX) TO RC-RAISES
           MOVE RPT-COUNT-LINE TO MR-LINE
           WRITE MR-LINE
           MOVE MI-DEPT-CURRENT(MI-DEPT-IDX) TO MI-COST-CURRENT
           MOVE MI-DEPT-INCREASE(MI-DEPT-IDX) TO MI-COST-INCREASE
           MOVE MI-DEPT-BUDGET(MI-DEPT-IDX) TO MI-COST-BUDGET
           PERFORM 5300-PRINT-COST-LINES THRU 5300-EXIT
           IF RV-FLAG NOT = SPACES
               ADD 1 TO MI-COUNT-OVER-BUDGET
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-EMPLOYEE.
           IF MI-EM-DEPT(MI-EMP-IDX) NOT = MI-DEPT-CODE(MI-DEPT-IDX)
               GO TO 5200-EXIT
           END-IF
           MOVE MI-EM-EMP-ID(MI-EMP-IDX) TO RD-EMP-ID
           MOVE MI-EM-NAME(MI-EMP-IDX) TO RD-EMP-NAME
           MOVE MI-EM-GRADE(MI-EMP-IDX) TO RD-GRADE
           MOVE MI-EM-RATING(MI-EMP-IDX) TO RD-RATING
           MOVE MI-EM-CLASS(MI-EMP-IDX) TO RD-CLASS
           MOVE MI-EM-OLD-PAY(MI-EMP-IDX) TO RD-OLD-PAY
           MOVE MI-EM-PCT(MI-EMP-IDX) TO RD-PCT
           MOVE MI-EM-NEW-PAY(MI-EMP-IDX) TO RD-NEW-PAY
           MOVE MI-EM-ANNUAL-INCR(MI-EMP-IDX) TO RD-ANNUAL-INCR
           EVALUATE MI-EM-STATUS(MI-EMP-IDX)
               WHEN "R"
                   MOVE SPACES TO RD-NOTE
               WHEN "C"
                   MOVE "CAPPED AT GRADE MAX" TO RD-NOTE
               WHEN "U"
                   MOVE "NOT RATED" TO RD-NOTE
               WHEN "N"
                   MOVE "** NO MATRIX ROW" TO RD-NOTE
               WHEN "Z"
                   MOVE "NO INCREASE" TO RD-NOTE
               WHEN "X"
                   MOVE "AT GRADE MAXIMUM" TO RD-NOTE
               WHEN "L"
                   MOVE "** PAST PAY LIMIT" TO RD-NOTE
               WHEN "B"
                   MOVE "** ALREADY BANKED" TO RD-NOTE
           END-EVALUATE
           MOVE RPT-DETAIL-LINE TO MR-LINE
           WRITE MR-LINE.
       5200-EXIT.
           EXIT.

      *-----------------------
      * 5300-PRINT-COST-LINES -- THE ANNUAL PAYROLL, INCREASE, AND
      * BUDGET IN THE MI-COST FIELDS; THE PROPOSED TOTAL, VARIANCE,
      * AND PERCENT OF BUDGET ARE WORKED OUT HERE. A PROPOSED
      * PAYROLL PAST THE BUDGET IS FLAGGED.
      *-----------------------
       5300-PRINT-COST-LINES.
           COMPUTE MI-PROPOSED-WORK = MI-COST-CURRENT + MI-COST-INCREASE
           MOVE MI-COST-CURRENT TO RK-CURRENT
           MOVE MI-COST-INCREASE TO RK-INCREASE
           MOVE MI-PROPOSED-WORK TO RK-PROPOSED
           MOVE MI-COST-BUDGET TO RK-BUDGET
           MOVE RPT-COST-LINE TO MR-LINE
           WRITE MR-LINE
           COMPUTE MI-VARIANCE-WORK = MI-COST-BUDGET - MI-PROPOSED-WORK
           MOVE MI-VARIANCE-WORK TO RV-VARIANCE
           MOVE SPACES TO RV-FLAG
           IF MI-COST-BUDGET > 0
               COMPUTE MI-PCT-WORK ROUNDED =
                   MI-PROPOSED-WORK * 100 / MI-COST-BUDGET
           ELSE
               MOVE 0 TO MI-PCT-WORK
           END-IF
           MOVE MI-PCT-WORK TO RV-PCT
           EVALUATE TRUE
               WHEN MI-COST-BUDGET = 0 AND MI-PROPOSED-WORK > 0
                   MOVE "*** NO SALARY BUDGET" TO RV-FLAG
               WHEN MI-VARIANCE-WORK < 0
                   MOVE "*** OVER BUDGET" TO RV-FLAG
           END-EVALUATE
           MOVE RPT-VARIANCE-LINE TO MR-LINE
           WRITE MR-LINE.
       5300-EXIT.
           EXIT.

       5400-PRINT-UNUSED-RATING.
           IF MI-RAT-USED(MI-RAT-IDX) = "Y"
               GO TO 5400-EXIT
           END-IF
           ADD 1 TO MI-COUNT-EXCEPTION
           MOVE MI-RAT-EMP-ID(MI-RAT-IDX) TO RX-EMP-ID
           MOVE "NOT ON THE MASTER OR TERMINATED BY THE MERIT DATE"
               TO RX-TEXT
           MOVE RPT-EXCEPTION-LINE TO MR-LINE
           WRITE MR-LINE.
       5400-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- THE OPERATOR SUMMARY AND THE RETURN
      * CODE: 0 CLEAN (PROPOSAL PRINTED, OR APPROVED AND BANKED), 4
      * THE SAME WITH EXCEPTIONS OR A DEPARTMENT OVER ITS SALARY
      * BUDGET, 8 A LIVE RUN REFUSED OR A TABLE OVERFLOWED, NOTHING
      * BANKED, 16 A FILE COULD NOT BE OPENED
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "MERIT-INCREASE-CYCLE SUMMARY"
           DISPLAY "  MERIT DATE.........: " MI-MERIT-DATE
           DISPLAY "  ACTIVE EMPLOYEES...: " MI-COUNT-EMPLOYEES
           DISPLAY "  RATINGS READ.......: " MI-COUNT-RATINGS
           DISPLAY "  INCREASES PROPOSED.: " MI-COUNT-PROPOSED
           DISPLAY "  ANNUAL INCREASE....: " MI-TOTAL-INCREASE
           DISPLAY "  INCREASES BANKED...: " MI-COUNT-BANKED
           DISPLAY "  EXCEPTIONS.........: " MI-COUNT-EXCEPTION
           DISPLAY "  DEPTS OVER BUDGET..: " MI-COUNT-OVER-BUDGET
           EVALUATE TRUE
               WHEN MI-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN MI-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN MI-COUNT-EXCEPTION > 0
                 OR MI-COUNT-OVER-BUDGET > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MI-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE RATING-FILE
           CLOSE MERIT-MATRIX-FILE
           CLOSE BUDGET-FILE
           CLOSE PENDING-TRANS-FILE
           CLOSE MERIT-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MERIT-INCREASE-CYCLE.
