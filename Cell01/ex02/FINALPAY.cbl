       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FINAL-PAY.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The pay cycle prorates or
      *                  skips a terminated employee, but the final
      *                  check itself -- the unpaid last period, the
      *                  vacation payout, ending the deduction
      *                  enrollments, and the state deadline for
      *                  paying it -- was worked by hand. This run
      *                  finds every termination EMPMNT has applied
      *                  (the term date set on an EMPHIST change
      *                  image), computes the last period's unpaid
      *                  salary or timesheet hours, the vacation
      *                  balance at the employee's rate, and the sick
      *                  balance where the work location's FPRULES
      *                  policy pays it out, and hands each payment
      *                  to the supplemental run as a SUPTRAN-layout
      *                  transaction (FINTRAN), which withholds,
      *                  books pay history and the GL segment, and
      *                  sends the NACHA file. The live run then
      *                  zeroes the leave balances, ends the
      *                  deduction enrollments, and records the
      *                  settlement on FINLPAY, which the pay cycle
      *                  reads so the last period is not paid twice.
      *                  Every open termination is reported with the
      *                  date its final pay is legally due, past-due
      *                  ones flagged. A live run is refused before
      *                  any update unless the group-S PAYCTL
      *                  approval matches its count and gross; mode 1
      *                  previews the figures for that approval.
      * 2026-10-15  JCM  An enrollment still carrying employer match not
      *                  yet remitted (DE-YTD-MATCH over DE-MATCH-
      *                  REMITTED) is held like one carrying unremitted
      *                  deferrals. The enrollment layout gains the two
      *                  match fields.
      * 2026-10-15  JCM  Timesheet layout now carries the earnings-code
      *                  fields the pay cycle reads; final pay still
      *                  takes only the hours worked, and coded pay owed
      *                  at termination goes through the supplemental
      *                  run as its own transaction.
      * 2026-10-15  JCM  Terminated-employee image widened for the
      *                  master's company code.
      * 2026-10-15  JCM  Final pay proves against its own PAYCTL
      *                  approval (group F) instead of the supplemental
      *                  run's group S, and a live run is refused
      *                  before any update unless the final-pay batch
      *                  (BATCHAPR type S, reference FINAL) has been
      *                  approved by a second operator at this run's
      *                  count and gross.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CHANGE-HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS FP-HIS-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS FP-EMP-STATUS.
           SELECT OPTIONAL FINAL-PAY-FILE ASSIGN TO "FINLPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FN-KEY
               FILE STATUS IS FP-FIN-STATUS.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS FP-PH-STATUS.
           SELECT OPTIONAL DEDUCTION-ENROLL-FILE ASSIGN TO "DEDENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-ENROLL-KEY
               FILE STATUS IS FP-ENR-STATUS.
           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-TS-STATUS.
           SELECT OPTIONAL FINAL-PAY-RULES-FILE ASSIGN TO "FPRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-RUL-STATUS.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-CTL-STATUS.
           SELECT FINAL-PAY-TRAN-FILE ASSIGN TO "FINTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-TRN-STATUS.
           SELECT FINAL-PAY-REPORT ASSIGN TO "FINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHANGE-HISTORY-FILE.
           COPY EMPHIS.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  FINAL-PAY-FILE.
           COPY FINPAY.

       FD  PAY-HISTORY-FILE.
           COPY PAYHST.

      * SAME ENROLLMENT LAYOUT THE PAY CYCLE AND THE REMITTANCE RUN
      * KEEP
       FD  DEDUCTION-ENROLL-FILE.
       01  DEDUCTION-ENROLL-RECORD.
           05  DE-ENROLL-KEY.
               10  DE-EMP-ID       PIC 9(05).
               10  DE-DED-CODE     PIC X(03).
           05  DE-OVERRIDE-AMOUNT  PIC 9(05)V9(02).
           05  DE-YTD-TAKEN        PIC 9(07)V9(02).
           05  DE-YTD-REMITTED     PIC 9(07)V9(02).
           05  DE-YTD-MATCH        PIC 9(07)V9(02).
           05  DE-MATCH-REMITTED   PIC 9(07)V9(02).

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

      * ONE RULE PER WORK LOCATION: HOW MANY CALENDAR DAYS AFTER THE
      * TERMINATION DATE FINAL PAY IS LEGALLY DUE (ZERO IS THE
      * TERMINATION DATE ITSELF), AND WHETHER THE UNUSED SICK
      * BALANCE IS PAID OUT. A BLANK LOCATION IS THE DEFAULT RULE.
       FD  FINAL-PAY-RULES-FILE.
       01  FINAL-PAY-RULES-RECORD.
           05  FR-WORK-LOCATION    PIC X(04).
           05  FR-DUE-DAYS         PIC 9(03).
           05  FR-SICK-PAYOUT      PIC X(01).
           05  FR-DESCRIPTION      PIC X(20).

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-RUN-DATE        PIC 9(08).
           05  CTL-EXPECTED-COUNT  PIC 9(07).
           05  CTL-EXPECTED-GROSS  PIC 9(09)V9(02).
           05  CTL-PAY-GROUP       PIC X(01).

      * THE SUPPLEMENTAL RUN'S TRANSACTION LAYOUT -- ITS SUPTRAN DD
      * NAMES THIS FILE IN THE FINAL-PAY JOB
       FD  FINAL-PAY-TRAN-FILE.
       01  FINAL-PAY-TRAN-RECORD.
           05  SP-EMP-ID           PIC 9(05).
           05  SP-AMOUNT           PIC 9(05)V9(02).
           05  SP-REASON-CODE      PIC X(03).

       FD  FINAL-PAY-REPORT.
       01  FR-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  FP-HIS-STATUS            PIC X(02) VALUE "00".
       01  FP-EMP-STATUS            PIC X(02) VALUE "00".
       01  FP-FIN-STATUS            PIC X(02) VALUE "00".
       01  FP-PH-STATUS             PIC X(02) VALUE "00".
       01  FP-ENR-STATUS            PIC X(02) VALUE "00".
       01  FP-TS-STATUS             PIC X(02) VALUE "00".
       01  FP-RUL-STATUS            PIC X(02) VALUE "00".
       01  FP-CTL-STATUS            PIC X(02) VALUE "00".
       01  FP-TRN-STATUS            PIC X(02) VALUE "00".
       01  FP-RPT-STATUS            PIC X(02) VALUE "00".
       01  FP-HIS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CHANGES          VALUE "Y".
       01  FP-TS-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-TIMESHEETS       VALUE "Y".
       01  FP-PH-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-EMP-HISTORY      VALUE "Y".
       01  FP-ENR-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-ENROLLMENTS      VALUE "Y".
       01  FP-FIN-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-SETTLEMENTS      VALUE "Y".
       01  FP-RUL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-RULES            VALUE "Y".
       01  FP-CTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CONTROL-FILE     VALUE "Y".
       01  FP-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  FP-OPEN-ERROR           VALUE "Y".
       01  FP-REFUSED-SWITCH        PIC X(01) VALUE "N".
           88  FP-RUN-REFUSED          VALUE "Y".
       01  FP-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
           88  FP-TABLE-FULL           VALUE "Y".
       01  FP-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  FP-FOUND                VALUE "Y".
       01  FP-CTL-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  CONTROL-RECORD-FOUND    VALUE "Y".
       01  FP-TS-SEEN-SWITCH        PIC X(01) VALUE "N".
           88  FP-TS-SEEN              VALUE "Y".

      * 0 = LIVE RUN, 1 = PREVIEW ONLY
       01  FP-RUN-MODE              PIC 9(01) VALUE 0.
           88  LIVE-RUN                VALUE 0.
           88  PREVIEW-RUN             VALUE 1.

      * THE CHANGE IMAGE AS AN EMPLOYEE RECORD -- ONLY THE FIELDS A
      * TERMINATION IS READ FROM, AT THEIR EMPREC OFFSETS
       01  FP-IMAGE                 PIC X(147).
       01  FP-IMAGE-R REDEFINES FP-IMAGE.
           05  FILLER               PIC X(05).
           05  FP-IMAGE-NAME        PIC X(20).
           05  FILLER               PIC X(86).
           05  FP-IMAGE-TERM-DATE   PIC 9(08).
           05  FILLER               PIC X(13).
           05  FP-IMAGE-LOCATION    PIC X(04).
           05  FILLER               PIC X(09).
       01  FP-BEFORE-TERM           PIC 9(08) VALUE 0.
       01  FP-AFTER-TERM            PIC 9(08) VALUE 0.
       01  FP-AFTER-NAME            PIC X(20).
       01  FP-AFTER-LOCATION        PIC X(04).
       01  FP-DONE-EMP-ID           PIC 9(05) VALUE 0.
       01  FP-ENR-EMP-ID            PIC 9(05) VALUE 0.

      * FINAL-PAY RULES BY WORK LOCATION
       01  FP-RULE-TABLE.
           05  FP-RULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY FP-RULE-IDX.
               10  FP-RULE-LOCATION    PIC X(04).
               10  FP-RULE-DUE-DAYS    PIC 9(03).
               10  FP-RULE-SICK        PIC X(01).
       01  FP-RULE-COUNT            PIC 9(03) VALUE 0.
       01  FP-RULE-LOOKUP           PIC X(04).
       01  FP-DUE-DAYS              PIC 9(03) VALUE 0.
       01  FP-SICK-PAYOUT           PIC X(01) VALUE "N".
           88  FP-SICK-PAID            VALUE "Y".

      * PAY RULES -- THE SAME FIGURES THE PAY CYCLE USES
       01  PAY-GRADE                PIC X(01).
           88  GRADE-JUNIOR            VALUE "J".
           88  GRADE-SENIOR            VALUE "S".
           88  GRADE-MANAGER           VALUE "M".
       01  INCREMENT                PIC 9V99 VALUE 0.05.
       01  OT-PREMIUM-RATE          PIC 9V99 VALUE 1.50.
       01  STANDARD-MONTHLY-HOURS   PIC 9(03)V99 VALUE 173.33.
       01  FP-REASON-CODE           PIC X(03) VALUE "FNL".

      * THE TERMINATION BEING WORKED
       01  FP-RUN-DATE              PIC 9(08).
       01  FP-TERM-DATE             PIC 9(08) VALUE 0.
       01  FP-TERM-DATE-R REDEFINES FP-TERM-DATE.
           05  FP-TERM-PERIOD       PIC 9(06).
           05  FILLER               PIC 9(02).
       01  FP-TERM-PERIOD-R REDEFINES FP-TERM-DATE.
           05  FP-TERM-CCYY         PIC 9(04).
           05  FP-TERM-MM           PIC 9(02).
           05  FILLER               PIC 9(02).
       01  FP-DUE-DATE              PIC 9(08) VALUE 0.
       01  FP-TERM-INT              PIC 9(08) VALUE 0.
       01  FP-MONTH-START           PIC 9(08) VALUE 0.
       01  FP-NEXT-START            PIC 9(08) VALUE 0.
       01  FP-NEXT-CCYY             PIC 9(04) VALUE 0.
       01  FP-NEXT-MM               PIC 9(02) VALUE 0.
       01  FP-MONTH-START-INT       PIC 9(08) VALUE 0.
       01  FP-DAYS-IN-MONTH         PIC 9(03) VALUE 0.
       01  FP-ACTIVE-START-INT      PIC 9(08) VALUE 0.
       01  FP-DAYS-ACTIVE           PIC S9(05) VALUE 0.
       01  FP-PRORATE-FACTOR        PIC 9V9(06) VALUE 0.
       01  FP-LAST-REGULAR          PIC 9(08) VALUE 0.
       01  FP-HOURLY-RATE           PIC 9(05)V9(04) VALUE 0.
       01  FP-MONTHLY               PIC 9(05)V9(02) VALUE 0.
       01  FP-TS-REG-HOURS          PIC 9(05)V9(02) VALUE 0.
       01  FP-TS-OT-HOURS           PIC 9(05)V9(02) VALUE 0.
       01  FP-LAST-PAY              PIC 9(07)V9(02) VALUE 0.
       01  FP-VAC-HOURS             PIC 9(04)V9(02) VALUE 0.
       01  FP-VAC-PAY               PIC 9(07)V9(02) VALUE 0.
       01  FP-SICK-HOURS            PIC 9(04)V9(02) VALUE 0.
       01  FP-SICK-PAY              PIC 9(07)V9(02) VALUE 0.
       01  FP-GROSS-WORK            PIC 9(09)V9(02) VALUE 0.
       01  FP-ENROLL-HELD           PIC 9(02) VALUE 0.
       01  FP-ENROLL-ENDED          PIC 9(02) VALUE 0.

      * EVERY TERMINATION THE RUN REPORTS, HELD UNTIL THE APPROVAL
      * CHECK PASSES -- NOTHING IS UPDATED WHILE THE TABLE BUILDS.
      * ACTION: "P" PAY, "Z" NOTHING OWED, "F" NOT YET EFFECTIVE,
      * "M" NO LONGER ON THE MASTER, "L" OVER THE SUPPLEMENTAL
      * TRANSACTION'S AMOUNT LIMIT
       01  FP-CASE-TABLE.
           05  FP-CASE-ENTRY OCCURS 500 TIMES
                   INDEXED BY FP-CASE-IDX.
               10  FP-CS-EMP-ID        PIC 9(05).
               10  FP-CS-NAME          PIC X(20).
               10  FP-CS-TERM-DATE     PIC 9(08).
               10  FP-CS-DUE-DATE      PIC 9(08).
               10  FP-CS-ACTION        PIC X(01).
               10  FP-CS-LAST-PAY      PIC 9(07)V9(02).
               10  FP-CS-VAC-HOURS     PIC 9(04)V9(02).
               10  FP-CS-VAC-PAY       PIC 9(07)V9(02).
               10  FP-CS-SICK-HOURS    PIC 9(04)V9(02).
               10  FP-CS-SICK-PAY      PIC 9(07)V9(02).
               10  FP-CS-SICK-FLAG     PIC X(01).
               10  FP-CS-GROSS         PIC 9(07)V9(02).
               10  FP-CS-NO-TS         PIC X(01).
               10  FP-CS-ENROLL-HELD   PIC 9(02).
       01  FP-CASE-COUNT            PIC 9(03) VALUE 0.

      * RUN COUNTS AND TOTALS
       01  FP-COUNT-CHANGES         PIC 9(07) VALUE 0.
       01  FP-COUNT-PAY             PIC 9(05) VALUE 0.
       01  FP-COUNT-ZERO            PIC 9(05) VALUE 0.
       01  FP-COUNT-PENDING         PIC 9(05) VALUE 0.
       01  FP-COUNT-EXCEPTION       PIC 9(05) VALUE 0.
       01  FP-COUNT-PAST-DUE        PIC 9(05) VALUE 0.
       01  FP-COUNT-RETRIED         PIC 9(05) VALUE 0.
       01  FP-GROSS-TOTAL           PIC 9(09)V9(02) VALUE 0.
       01  FP-EXPECTED-COUNT        PIC 9(07) VALUE 0.
       01  FP-EXPECTED-GROSS        PIC 9(09)V9(02) VALUE 0.

      * BATCH-RELEASE-CHECK CALL FIELDS -- THE FINAL-PAY BATCH IS
      * KEYED ON THE APPROVAL QUEUE AS A SUPPLEMENTAL BATCH UNDER
      * REFERENCE FINAL; ITS COUNT AND HASH ARE ITS PAYMENTS AND
      * THEIR GROSS
       01  FP-BQ-TYPE               PIC X(01) VALUE "S".
       01  FP-BQ-REF                PIC X(08) VALUE "FINAL".
       01  FP-BQ-COUNT              PIC 9(07) VALUE 0.
       01  FP-BQ-HASH               PIC 9(13)V9(02) VALUE 0.
       01  FP-BQ-RESULT             PIC X(01) VALUE SPACE.
           88  FP-BATCH-APPROVED        VALUE "A".
       01  FP-BQ-CODE               PIC 9(03) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  FP-VA-PROMPT-1           PIC X(60).
       01  FP-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  FP-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  FP-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  FP-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "FINAL PAY REPORT           RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RH-MODE             PIC X(34).

       01  RPT-COL-HDR-LINE.
           05  FILLER              PIC X(07) VALUE "EMP ID ".
           05  FILLER              PIC X(21) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(09) VALUE "TERM ON".
           05  FILLER              PIC X(09) VALUE "DUE BY".
           05  FILLER              PIC X(11) VALUE "    GROSS".
           05  FILLER              PIC X(22) VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RD-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-TERM-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-DUE-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-GROSS            PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NOTE             PIC X(18).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-FLAG             PIC X(03).

      * THE PIECES OF THE GROSS UNDER THE DETAIL LINE
       01  RPT-PIECES-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "LAST PAY ".
           05  RC-LAST-PAY         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(06) VALUE "  VAC ".
           05  RC-VAC-HOURS        PIC ZZZ9.99.
           05  FILLER              PIC X(02) VALUE "H ".
           05  RC-VAC-PAY          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(07) VALUE "  SICK ".
           05  RC-SICK-HOURS       PIC ZZZ9.99.
           05  FILLER              PIC X(02) VALUE "H ".
           05  RC-SICK-PAY         PIC ZZ,ZZ9.99.
           05  RC-SICK-NOTE        PIC X(06).

       01  RPT-NOTE-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  RN-TEXT             PIC X(60).

       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "RUN TOTALS".
           05  FILLER              PIC X(08) VALUE "PAID ".
           05  RT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE "  GROSS ".
           05  RT-GROSS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  PAST DUE ".
           05  RT-PAST-DUE         PIC ZZ,ZZ9.

       01  RPT-APPROVAL-LINE.
           05  FILLER              PIC X(29) VALUE
               "GROUP F APPROVAL -- COUNT ".
           05  RA-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE "  GROSS ".
           05  RA-GROSS            PIC Z,ZZZ,ZZ9.99.

       01  RPT-LEGEND-LINE         PIC X(60) VALUE
           "*** = FINAL PAY NOT MADE BY ITS LEGAL DUE DATE".

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE "FINAL-PAY".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF FP-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2000-SCAN-ONE-CHANGE THRU 2000-EXIT
                   UNTIL END-OF-CHANGES
                      OR FP-TABLE-FULL
               IF FP-TABLE-FULL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF LIVE-RUN
                       PERFORM 3000-CHECK-APPROVAL THRU 3000-EXIT
                       IF NOT FP-RUN-REFUSED
                           PERFORM 4000-SETTLE THRU 4000-EXIT
                       END-IF
                   END-IF
                   PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
                   PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE RUN MODE, OPEN THE FILES, LOAD
      * THE FINAL-PAY RULES, AND PRIME THE READS
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING FP-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME FP-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF FP-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-RULES THRU 1200-EXIT
           MOVE FP-RUN-DATE TO RH-RUN-DATE
           IF PREVIEW-RUN
               MOVE "PREVIEW -- NOTHING PAID OR UPDATED"
                   TO RH-MODE
           ELSE
               MOVE SPACES TO RH-MODE
           END-IF
           MOVE RPT-HDR-LINE TO FR-LINE
           WRITE FR-LINE
           MOVE RPT-COL-HDR-LINE TO FR-LINE
           WRITE FR-LINE
           PERFORM 1900-READ-CHANGE THRU 1900-EXIT
           PERFORM 1950-READ-TIMESHEET THRU 1950-EXIT.
       1000-EXIT.
           EXIT.

       1010-ACCEPT-RUN-MODE.
           MOVE "ENTER THE RUN MODE" TO FP-VA-PROMPT-1
           MOVE "(0 = LIVE RUN, 1 = PREVIEW ONLY)" TO FP-VA-PROMPT-2
           MOVE 0 TO FP-VA-LOW
           MOVE 1 TO FP-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING FP-VA-PROMPT-1
               FP-VA-PROMPT-2 FP-VA-LOW FP-VA-HIGH FP-VA-RESULT
           MOVE FP-VA-RESULT TO FP-RUN-MODE
           IF PREVIEW-RUN
               DISPLAY "*** PREVIEW RUN -- NO MASTER, ENROLLMENT, "
                   "OR SETTLEMENT UPDATE, NO TRANSACTIONS ***"
           END-IF.
       1010-EXIT.
           EXIT.

      *-----------------------
      * 1100-OPEN-FILES -- A PREVIEW OPENS EVERY FILE IT READS FOR
      * INPUT ONLY AND NEVER OPENS THE TRANSACTION FILE
      *-----------------------
       1100-OPEN-FILES.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF FP-HIS-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHANGE-HISTORY FILE -- "
                   "STATUS " FP-HIS-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           IF LIVE-RUN
               OPEN I-O EMPLOYEE-MASTER-FILE
               OPEN I-O FINAL-PAY-FILE
               OPEN I-O DEDUCTION-ENROLL-FILE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               OPEN INPUT FINAL-PAY-FILE
           END-IF
           IF FP-EMP-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " FP-EMP-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           IF FP-FIN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN FINAL-PAY FILE -- STATUS "
                   FP-FIN-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           IF LIVE-RUN AND FP-ENR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEDUCTION-ENROLL FILE -- "
                   "STATUS " FP-ENR-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF FP-PH-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN PAY-HISTORY FILE -- "
                   "STATUS " FP-PH-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT TIMESHEET-FILE
           IF FP-TS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN TIMESHEET FILE -- "
                   "STATUS " FP-TS-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT FINAL-PAY-REPORT
           IF FP-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN FINAL-PAY REPORT -- "
                   "STATUS " FP-RPT-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-RULES -- THE FINAL-PAY RULES BY WORK LOCATION.
      * WITH NO FILE, OR NO ROW FOR A LOCATION AND NO BLANK DEFAULT
      * ROW, FINAL PAY IS DUE ON THE TERMINATION DATE AND THE SICK
      * BALANCE IS NOT PAID -- THE STRICTEST DEADLINE, AND NO
      * PAYOUT NO POLICY GRANTS
      *-----------------------
       1200-LOAD-RULES.
           MOVE 0 TO FP-RULE-COUNT
           OPEN INPUT FINAL-PAY-RULES-FILE
           IF FP-RUL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN FINAL-PAY RULES FILE -- "
                   "STATUS " FP-RUL-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-RULE THRU 1210-EXIT
           PERFORM 1220-STORE-RULE THRU 1220-EXIT
               UNTIL END-OF-RULES
                  OR FP-RULE-COUNT >= 100
           IF NOT END-OF-RULES
               DISPLAY "*** FINAL-PAY RULES TABLE IS FULL AT 100 "
                   "LOCATIONS -- RUN STOPPED ***"
               SET FP-OPEN-ERROR TO TRUE
           END-IF
           CLOSE FINAL-PAY-RULES-FILE
           IF FP-RULE-COUNT = 0
               DISPLAY "FINAL-PAY RULES FILE EMPTY -- EVERY FINAL PAY "
                   "DUE ON THE TERMINATION DATE, NO SICK PAYOUT"
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-RULE.
           READ FINAL-PAY-RULES-FILE
               AT END
                   SET END-OF-RULES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-RULE.
           ADD 1 TO FP-RULE-COUNT
           SET FP-RULE-IDX TO FP-RULE-COUNT
           MOVE FR-WORK-LOCATION TO FP-RULE-LOCATION(FP-RULE-IDX)
           IF FR-DUE-DAYS NUMERIC
               MOVE FR-DUE-DAYS TO FP-RULE-DUE-DAYS(FP-RULE-IDX)
           ELSE
               MOVE 0 TO FP-RULE-DUE-DAYS(FP-RULE-IDX)
           END-IF
           MOVE FR-SICK-PAYOUT TO FP-RULE-SICK(FP-RULE-IDX)
           PERFORM 1210-READ-RULE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1900-READ-CHANGE.
           READ CHANGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-CHANGES TO TRUE
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
      * 2000-SCAN-ONE-CHANGE -- A CHANGE-HISTORY RECORD IS A
      * TERMINATION WHEN ITS AFTER IMAGE CARRIES A TERM DATE THE
      * BEFORE IMAGE DID NOT (AN ADD HAS NO BEFORE IMAGE). A DELETE
      * HAS NO AFTER IMAGE AND IS PASSED OVER.
      *-----------------------
       2000-SCAN-ONE-CHANGE.
           ADD 1 TO FP-COUNT-CHANGES
           IF EH-ACTION-DELETE OR EH-AFTER-IMAGE = SPACES
               GO TO 2000-NEXT
           END-IF
           MOVE 0 TO FP-BEFORE-TERM
           IF EH-BEFORE-IMAGE NOT = SPACES
               MOVE EH-BEFORE-IMAGE TO FP-IMAGE
               IF FP-IMAGE-TERM-DATE NUMERIC
                   MOVE FP-IMAGE-TERM-DATE TO FP-BEFORE-TERM
               END-IF
           END-IF
           MOVE EH-AFTER-IMAGE TO FP-IMAGE
           IF FP-IMAGE-TERM-DATE NOT NUMERIC
               GO TO 2000-NEXT
           END-IF
           MOVE FP-IMAGE-TERM-DATE TO FP-AFTER-TERM
           MOVE FP-IMAGE-NAME TO FP-AFTER-NAME
           MOVE FP-IMAGE-LOCATION TO FP-AFTER-LOCATION
           IF FP-AFTER-TERM = 0 OR FP-AFTER-TERM = FP-BEFORE-TERM
               GO TO 2000-NEXT
           END-IF
           IF EH-EMP-ID = FP-DONE-EMP-ID
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-TAKE-TERMINATION THRU 2100-EXIT.
       2000-NEXT.
           PERFORM 1900-READ-CHANGE THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-TAKE-TERMINATION -- ONE TERMINATION. ALREADY SETTLED
      * ON FINLPAY, IT IS DONE. GONE FROM THE MASTER, IT CANNOT BE
      * COMPUTED AND IS REPORTED FOR SETTLEMENT BY HAND. A TERM DATE
      * THE MASTER NO LONGER CARRIES (A REHIRE OR A CORRECTED DATE)
      * IS SUPERSEDED BY THE LATER CHANGE AND PASSED OVER.
      *-----------------------
       2100-TAKE-TERMINATION.
           MOVE EH-EMP-ID TO FN-EMP-ID
           MOVE FP-AFTER-TERM TO FN-TERM-DATE
           READ FINAL-PAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EH-EMP-ID TO FP-DONE-EMP-ID
                   GO TO 2100-EXIT
           END-READ
           MOVE FP-AFTER-TERM TO FP-TERM-DATE
           MOVE EH-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE EH-EMP-ID TO FP-DONE-EMP-ID
                   MOVE FP-AFTER-LOCATION TO FP-RULE-LOOKUP
                   PERFORM 2200-SET-DUE-DATE THRU 2200-EXIT
                   PERFORM 2900-ADD-CASE THRU 2900-EXIT
                   IF NOT FP-TABLE-FULL
                       MOVE FP-AFTER-NAME TO FP-CS-NAME(FP-CASE-IDX)
                       MOVE "M" TO FP-CS-ACTION(FP-CASE-IDX)
                       ADD 1 TO FP-COUNT-EXCEPTION
                   END-IF
                   GO TO 2100-EXIT
           END-READ
           IF EM-TERM-DATE NOT NUMERIC
               OR EM-TERM-DATE NOT = FP-AFTER-TERM
               GO TO 2100-EXIT
           END-IF
           MOVE EH-EMP-ID TO FP-DONE-EMP-ID
           MOVE EM-WORK-LOCATION TO FP-RULE-LOOKUP
           PERFORM 2200-SET-DUE-DATE THRU 2200-EXIT
           PERFORM 2900-ADD-CASE THRU 2900-EXIT
           IF FP-TABLE-FULL
               GO TO 2100-EXIT
           END-IF
           MOVE EM-EMP-NAME TO FP-CS-NAME(FP-CASE-IDX)
           IF FP-TERM-DATE > FP-RUN-DATE
               MOVE "F" TO FP-CS-ACTION(FP-CASE-IDX)
               ADD 1 TO FP-COUNT-PENDING
               GO TO 2100-EXIT
           END-IF
           PERFORM 2300-COMPUTE-FINAL-PAY THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2200-SET-DUE-DATE -- THE LOCATION'S RULE (OR THE BLANK
      * DEFAULT ROW) FIXES THE DEADLINE AND THE SICK PAYOUT
      *-----------------------
       2200-SET-DUE-DATE.
           MOVE 0 TO FP-DUE-DAYS
           MOVE "N" TO FP-SICK-PAYOUT
           MOVE "N" TO FP-FOUND-SWITCH
           PERFORM 2210-MATCH-RULE THRU 2210-EXIT
               VARYING FP-RULE-IDX FROM 1 BY 1
               UNTIL FP-RULE-IDX > FP-RULE-COUNT
                  OR FP-FOUND
           IF NOT FP-FOUND AND FP-RULE-LOOKUP NOT = SPACES
               MOVE SPACES TO FP-RULE-LOOKUP
               PERFORM 2210-MATCH-RULE THRU 2210-EXIT
                   VARYING FP-RULE-IDX FROM 1 BY 1
                   UNTIL FP-RULE-IDX > FP-RULE-COUNT
                      OR FP-FOUND
           END-IF
           COMPUTE FP-TERM-INT = FUNCTION INTEGER-OF-DATE(FP-TERM-DATE)
           COMPUTE FP-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FP-TERM-INT + FP-DUE-DAYS).
       2200-EXIT.
           EXIT.

       2210-MATCH-RULE.
           IF FP-RULE-LOCATION(FP-RULE-IDX) = FP-RULE-LOOKUP
               SET FP-FOUND TO TRUE
               MOVE FP-RULE-DUE-DAYS(FP-RULE-IDX) TO FP-DUE-DAYS
               MOVE FP-RULE-SICK(FP-RULE-IDX) TO FP-SICK-PAYOUT
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 2300-COMPUTE-FINAL-PAY -- THE LAST PERIOD'S UNPAID WAGES,
      * THE VACATION BALANCE AT THE EMPLOYEE'S RATE, AND THE SICK
      * BALANCE WHERE THE RULE PAYS IT. THE RATE IS THE HOURLY RATE,
      * OR FOR SALARIED STAFF THE SALARY OVER THE STANDARD MONTH --
      * THE RATE THE CYCLE PRICES THEIR OVERTIME AT.
      *-----------------------
       2300-COMPUTE-FINAL-PAY.
           IF PAY-CLASS-HOURLY
               MOVE EM-HOURLY-RATE TO FP-HOURLY-RATE
           ELSE
               COMPUTE FP-HOURLY-RATE =
                   EM-SALARY / STANDARD-MONTHLY-HOURS
           END-IF
           PERFORM 2310-FIND-LAST-REGULAR THRU 2310-EXIT
           PERFORM 2320-SUM-LAST-HOURS THRU 2320-EXIT
           MOVE 0 TO FP-LAST-PAY
           IF FP-LAST-REGULAR < FP-TERM-DATE
               IF PAY-CLASS-HOURLY
                   COMPUTE FP-LAST-PAY ROUNDED =
                       (FP-TS-REG-HOURS * FP-HOURLY-RATE)
                       + (FP-TS-OT-HOURS * FP-HOURLY-RATE
                          * OT-PREMIUM-RATE)
                   IF NOT FP-TS-SEEN
                       MOVE "Y" TO FP-CS-NO-TS(FP-CASE-IDX)
                   END-IF
               ELSE
                   PERFORM 2330-SALARY-LAST-PERIOD THRU 2330-EXIT
               END-IF
           END-IF
           MOVE 0 TO FP-VAC-HOURS
           MOVE 0 TO FP-SICK-HOURS
           IF EM-VAC-BALANCE NUMERIC
               MOVE EM-VAC-BALANCE TO FP-VAC-HOURS
           END-IF
           IF EM-SICK-BALANCE NUMERIC
               MOVE EM-SICK-BALANCE TO FP-SICK-HOURS
           END-IF
           COMPUTE FP-VAC-PAY ROUNDED = FP-VAC-HOURS * FP-HOURLY-RATE
           MOVE 0 TO FP-SICK-PAY
           IF FP-SICK-PAID
               COMPUTE FP-SICK-PAY ROUNDED =
                   FP-SICK-HOURS * FP-HOURLY-RATE
           END-IF
           COMPUTE FP-GROSS-WORK = FP-LAST-PAY + FP-VAC-PAY
               + FP-SICK-PAY
           MOVE FP-LAST-PAY TO FP-CS-LAST-PAY(FP-CASE-IDX)
           MOVE FP-VAC-HOURS TO FP-CS-VAC-HOURS(FP-CASE-IDX)
           MOVE FP-VAC-PAY TO FP-CS-VAC-PAY(FP-CASE-IDX)
           MOVE FP-SICK-HOURS TO FP-CS-SICK-HOURS(FP-CASE-IDX)
           MOVE FP-SICK-PAY TO FP-CS-SICK-PAY(FP-CASE-IDX)
           MOVE FP-SICK-PAYOUT TO FP-CS-SICK-FLAG(FP-CASE-IDX)
           EVALUATE TRUE
               WHEN FP-GROSS-WORK > 99999.99
      * ONE SUPPLEMENTAL TRANSACTION CARRIES AT MOST 99,999.99
                   MOVE "L" TO FP-CS-ACTION(FP-CASE-IDX)
                   ADD 1 TO FP-COUNT-EXCEPTION
               WHEN FP-GROSS-WORK = 0
                   MOVE "Z" TO FP-CS-ACTION(FP-CASE-IDX)
                   ADD 1 TO FP-COUNT-ZERO
               WHEN OTHER
                   MOVE "P" TO FP-CS-ACTION(FP-CASE-IDX)
                   MOVE FP-GROSS-WORK TO FP-CS-GROSS(FP-CASE-IDX)
                   ADD 1 TO FP-COUNT-PAY
                   ADD FP-GROSS-WORK TO FP-GROSS-TOTAL
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 2310-FIND-LAST-REGULAR -- THE LATEST REGULAR-CYCLE PAYMENT
      * ON PAY HISTORY. ONE DATED ON OR AFTER THE TERM DATE MEANS
      * THE CYCLE ALREADY PAID THE LAST PERIOD (PRORATED TO THE
      * TERM DATE). SUPPLEMENTAL-ONLY RECORDS DO NOT COUNT.
      *-----------------------
       2310-FIND-LAST-REGULAR.
           MOVE 0 TO FP-LAST-REGULAR
           MOVE "N" TO FP-PH-EOF-SWITCH
           MOVE EM-EMP-ID TO PH-EMP-ID
           MOVE 0 TO PH-RUN-DATE
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   SET END-OF-EMP-HISTORY TO TRUE
           END-START
           PERFORM 2315-READ-PAY-HISTORY THRU 2315-EXIT
               UNTIL END-OF-EMP-HISTORY.
       2310-EXIT.
           EXIT.

       2315-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-EMP-HISTORY TO TRUE
                   GO TO 2315-EXIT
           END-READ
           IF PH-EMP-ID NOT = EM-EMP-ID
               SET END-OF-EMP-HISTORY TO TRUE
               GO TO 2315-EXIT
           END-IF
           IF NOT PH-GROUP-SUPPLEMENTAL
               AND PH-RUN-DATE > FP-LAST-REGULAR
               MOVE PH-RUN-DATE TO FP-LAST-REGULAR
           END-IF.
       2315-EXIT.
           EXIT.

      *-----------------------
      * 2320-SUM-LAST-HOURS -- THE EMPLOYEE'S TIMESHEET LINES FOR
      * THE TERMINATION MONTH. THE TIMESHEET FILE IS IN EMPLOYEE
      * ORDER, AS THE CHANGE HISTORY IS, SO ONE FORWARD PASS SERVES
      * THE WHOLE RUN.
      *-----------------------
       2320-SUM-LAST-HOURS.
           MOVE 0 TO FP-TS-REG-HOURS
           MOVE 0 TO FP-TS-OT-HOURS
           MOVE "N" TO FP-TS-SEEN-SWITCH
           PERFORM 1950-READ-TIMESHEET THRU 1950-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID >= EM-EMP-ID
           PERFORM 2325-TAKE-ONE-TS-LINE THRU 2325-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID NOT = EM-EMP-ID.
       2320-EXIT.
           EXIT.

       2325-TAKE-ONE-TS-LINE.
           IF TS-PERIOD = FP-TERM-PERIOD
               SET FP-TS-SEEN TO TRUE
               ADD TS-REG-HOURS TO FP-TS-REG-HOURS
               ADD TS-OT-HOURS TO FP-TS-OT-HOURS
           END-IF
           PERFORM 1950-READ-TIMESHEET THRU 1950-EXIT.
       2325-EXIT.
           EXIT.

      *-----------------------
      * 2330-SALARY-LAST-PERIOD -- THE MONTH'S SALARY PLUS GRADE
      * INCREMENT FOR THE DAYS FROM THE LATER OF THE MONTH'S FIRST
      * DAY, THE HIRE DATE, AND THE DAY AFTER THE LAST REGULAR
      * PAYMENT, THROUGH THE TERM DATE, OVER THE DAYS IN THE MONTH;
      * OVERTIME ON THE MONTH'S TIMESHEET AT THE PREMIUM ON TOP
      *-----------------------
       2330-SALARY-LAST-PERIOD.
           COMPUTE FP-MONTH-START = (FP-TERM-PERIOD * 100) + 1
           MOVE FP-TERM-CCYY TO FP-NEXT-CCYY
           MOVE FP-TERM-MM TO FP-NEXT-MM
           IF FP-NEXT-MM = 12
               ADD 1 TO FP-NEXT-CCYY
               MOVE 1 TO FP-NEXT-MM
           ELSE
               ADD 1 TO FP-NEXT-MM
           END-IF
           COMPUTE FP-NEXT-START =
               (FP-NEXT-CCYY * 10000) + (FP-NEXT-MM * 100) + 1
           COMPUTE FP-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(FP-MONTH-START)
           COMPUTE FP-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(FP-NEXT-START)
               - FP-MONTH-START-INT
           MOVE FP-MONTH-START-INT TO FP-ACTIVE-START-INT
           IF EM-HIRE-DATE NUMERIC
               AND EM-HIRE-DATE > FP-MONTH-START
               COMPUTE FP-ACTIVE-START-INT =
                   FUNCTION INTEGER-OF-DATE(EM-HIRE-DATE)
           END-IF
           IF FP-LAST-REGULAR >= FP-MONTH-START
               AND FUNCTION INTEGER-OF-DATE(FP-LAST-REGULAR) + 1
                   > FP-ACTIVE-START-INT
               COMPUTE FP-ACTIVE-START-INT =
                   FUNCTION INTEGER-OF-DATE(FP-LAST-REGULAR) + 1
           END-IF
           COMPUTE FP-DAYS-ACTIVE =
               FP-TERM-INT - FP-ACTIVE-START-INT + 1
           IF FP-DAYS-ACTIVE > 0
               COMPUTE FP-PRORATE-FACTOR ROUNDED =
                   FP-DAYS-ACTIVE / FP-DAYS-IN-MONTH
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
               COMPUTE FP-MONTHLY = EM-SALARY * INCREMENT
               COMPUTE FP-LAST-PAY ROUNDED =
                   (FP-MONTHLY + EM-SALARY) * FP-PRORATE-FACTOR
           END-IF
           COMPUTE FP-LAST-PAY ROUNDED = FP-LAST-PAY
               + (FP-TS-OT-HOURS * FP-HOURLY-RATE * OT-PREMIUM-RATE).
       2330-EXIT.
           EXIT.

      *-----------------------
      * 2900-ADD-CASE -- A NEW REPORT ENTRY FOR THE TERMINATION IN
      * HAND. A RUN PAST THE TABLE IS STOPPED BEFORE ANY UPDATE.
      *-----------------------
       2900-ADD-CASE.
           IF FP-CASE-COUNT >= 500
               DISPLAY "*** MORE THAN 500 OPEN TERMINATIONS -- RUN "
                   "STOPPED, NOTHING PAID OR UPDATED ***"
               SET FP-TABLE-FULL TO TRUE
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO FP-CASE-COUNT
           SET FP-CASE-IDX TO FP-CASE-COUNT
           MOVE EH-EMP-ID TO FP-CS-EMP-ID(FP-CASE-IDX)
           MOVE SPACES TO FP-CS-NAME(FP-CASE-IDX)
           MOVE FP-TERM-DATE TO FP-CS-TERM-DATE(FP-CASE-IDX)
           MOVE FP-DUE-DATE TO FP-CS-DUE-DATE(FP-CASE-IDX)
           MOVE SPACE TO FP-CS-ACTION(FP-CASE-IDX)
           MOVE 0 TO FP-CS-LAST-PAY(FP-CASE-IDX)
           MOVE 0 TO FP-CS-VAC-HOURS(FP-CASE-IDX)
           MOVE 0 TO FP-CS-VAC-PAY(FP-CASE-IDX)
           MOVE 0 TO FP-CS-SICK-HOURS(FP-CASE-IDX)
           MOVE 0 TO FP-CS-SICK-PAY(FP-CASE-IDX)
           MOVE "N" TO FP-CS-SICK-FLAG(FP-CASE-IDX)
           MOVE 0 TO FP-CS-GROSS(FP-CASE-IDX)
           MOVE "N" TO FP-CS-NO-TS(FP-CASE-IDX)
           MOVE 0 TO FP-CS-ENROLL-HELD(FP-CASE-IDX).
       2900-EXIT.
           EXIT.

      *-----------------------
      * 3000-CHECK-APPROVAL -- THE PAYMENTS GO OUT THROUGH THE
      * SUPPLEMENTAL RUN, WHICH PROVES THE FINAL-PAY BATCH AGAINST
      * THE GROUP-"F" PAYCTL APPROVAL FOR THE DAY AND RELEASES IT
      * ONLY ON ITS OWN APPROVAL-QUEUE ENTRY (REFERENCE FINAL). BOTH
      * ARE CHECKED HERE, AND MUST MATCH THIS RUN'S COUNT AND GROSS,
      * BEFORE ANY MASTER, ENROLLMENT, OR SETTLEMENT UPDATE -- A
      * REFUSED RUN CAN BE RESUBMITTED AS IS ONCE THE APPROVAL IS
      * RIGHT.
      *-----------------------
       3000-CHECK-APPROVAL.
           IF FP-COUNT-PAY = 0
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO FP-CTL-FOUND-SWITCH
           MOVE "N" TO FP-CTL-EOF-SWITCH
           OPEN INPUT CONTROL-TOTAL-FILE
           IF FP-CTL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN CONTROL-TOTAL FILE -- "
                   "STATUS " FP-CTL-STATUS " ***"
           ELSE
               PERFORM 3020-READ-CONTROL-RECORD THRU 3020-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE CONTROL-TOTAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT CONTROL-RECORD-FOUND
                   DISPLAY "*** NO FINAL-PAY APPROVAL RECORD "
                       "(GROUP F) FOR RUN DATE " FP-RUN-DATE " -- "
                       "FINAL PAY REFUSED BEFORE ANY UPDATE. ADD THE "
                       "PAYCTL APPROVAL AND RESUBMIT ***"
                   SET FP-RUN-REFUSED TO TRUE
               WHEN FP-EXPECTED-COUNT NOT = FP-COUNT-PAY
                 OR FP-EXPECTED-GROSS NOT = FP-GROSS-TOTAL
                   DISPLAY "*** FINAL PAY DOES NOT MATCH THE GROUP F "
                       "APPROVAL -- REFUSED BEFORE ANY UPDATE ***"
                   DISPLAY "COMPUTED TOTAL.....: " FP-GROSS-TOTAL
                   DISPLAY "APPROVED TOTAL.....: " FP-EXPECTED-GROSS
                   DISPLAY "COMPUTED COUNT.....: " FP-COUNT-PAY
                   DISPLAY "APPROVED COUNT.....: " FP-EXPECTED-COUNT
                   SET FP-RUN-REFUSED TO TRUE
           END-EVALUATE
           IF FP-RUN-REFUSED
               GO TO 3000-EXIT
           END-IF
           MOVE FP-COUNT-PAY TO FP-BQ-COUNT
           MOVE FP-GROSS-TOTAL TO FP-BQ-HASH
           MOVE RETURN-CODE TO FP-BQ-CODE
           CALL "BATCH-RELEASE-CHECK" USING FP-BQ-TYPE FP-RUN-DATE
               FP-BQ-REF FP-BQ-COUNT FP-BQ-HASH FP-BQ-RESULT
               FP-BQ-CODE
           IF NOT FP-BATCH-APPROVED
               DISPLAY "*** FINAL-PAY BATCH NOT APPROVED FOR RELEASE "
                   "-- REFUSED BEFORE ANY UPDATE. REGISTER AND "
                   "APPROVE IT ON BATCHAPR AND RESUBMIT ***"
               SET FP-RUN-REFUSED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3020-READ-CONTROL-RECORD.
           READ CONTROL-TOTAL-FILE
               AT END
                   SET END-OF-CONTROL-FILE TO TRUE
               NOT AT END
                   IF CTL-RUN-DATE = FP-RUN-DATE
                       AND CTL-PAY-GROUP = "F"
                       SET CONTROL-RECORD-FOUND TO TRUE
                       MOVE CTL-EXPECTED-COUNT TO FP-EXPECTED-COUNT
                       MOVE CTL-EXPECTED-GROSS TO FP-EXPECTED-GROSS
                   END-IF
           END-READ.
       3020-EXIT.
           EXIT.

      *-----------------------
      * 4000-SETTLE -- THE LIVE RUN'S UPDATES: ENROLLMENTS HELD BY
      * EARLIER RUNS ARE RETRIED FIRST, THEN EACH TERMINATION THIS
      * RUN SETTLED GETS ITS TRANSACTION, ITS LEAVE BALANCES ZEROED,
      * ITS ENROLLMENTS ENDED, AND ITS FINLPAY RECORD
      *-----------------------
       4000-SETTLE.
           OPEN OUTPUT FINAL-PAY-TRAN-FILE
           IF FP-TRN-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN FINAL-PAY TRANSACTION "
                   "FILE -- STATUS " FP-TRN-STATUS " ***"
               SET FP-OPEN-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4050-RETRY-HELD-ENROLLMENTS THRU 4050-EXIT
           PERFORM 4100-SETTLE-ONE-CASE THRU 4100-EXIT
               VARYING FP-CASE-IDX FROM 1 BY 1
               UNTIL FP-CASE-IDX > FP-CASE-COUNT
           CLOSE FINAL-PAY-TRAN-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------
      * 4050-RETRY-HELD-ENROLLMENTS -- A SETTLEMENT WHOSE
      * ENROLLMENTS WERE HELD FOR AN UNREMITTED BALANCE IS SWEPT
      * AGAIN; WHAT THE REMITTANCE RUN HAS SINCE CLEARED IS ENDED
      *-----------------------
       4050-RETRY-HELD-ENROLLMENTS.
           MOVE "N" TO FP-FIN-EOF-SWITCH
           MOVE 0 TO FN-EMP-ID
           MOVE 0 TO FN-TERM-DATE
           START FINAL-PAY-FILE KEY >= FN-KEY
               INVALID KEY
                   SET END-OF-SETTLEMENTS TO TRUE
           END-START
           PERFORM 4060-RETRY-ONE-SETTLEMENT THRU 4060-EXIT
               UNTIL END-OF-SETTLEMENTS.
       4050-EXIT.
           EXIT.

       4060-RETRY-ONE-SETTLEMENT.
           READ FINAL-PAY-FILE NEXT RECORD
               AT END
                   SET END-OF-SETTLEMENTS TO TRUE
                   GO TO 4060-EXIT
           END-READ
           IF FN-STATUS-PAID AND FN-ENROLL-OPEN > 0
               ADD 1 TO FP-COUNT-RETRIED
               MOVE FN-EMP-ID TO DE-EMP-ID
               PERFORM 4300-END-ENROLLMENTS THRU 4300-EXIT
               MOVE FP-ENROLL-HELD TO FN-ENROLL-OPEN
               REWRITE FINAL-PAY-RECORD
           END-IF.
       4060-EXIT.
           EXIT.

       4100-SETTLE-ONE-CASE.
           EVALUATE FP-CS-ACTION(FP-CASE-IDX)
               WHEN "P"
                   MOVE FP-CS-EMP-ID(FP-CASE-IDX) TO SP-EMP-ID
                   MOVE FP-CS-GROSS(FP-CASE-IDX) TO SP-AMOUNT
                   MOVE FP-REASON-CODE TO SP-REASON-CODE
                   WRITE FINAL-PAY-TRAN-RECORD
                   PERFORM 4200-CLOSE-OUT-EMPLOYEE THRU 4200-EXIT
               WHEN "Z"
                   PERFORM 4200-CLOSE-OUT-EMPLOYEE THRU 4200-EXIT
               WHEN "M"
                   MOVE "X" TO FN-STATUS
                   PERFORM 4400-WRITE-SETTLEMENT THRU 4400-EXIT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 4200-CLOSE-OUT-EMPLOYEE -- LEAVE BALANCES TO ZERO (AN
      * UNPAID SICK BALANCE IS FORFEITED), THE DEDUCTION ENROLLMENTS
      * ENDED, AND THE SETTLEMENT RECORDED
      *-----------------------
       4200-CLOSE-OUT-EMPLOYEE.
           MOVE FP-CS-EMP-ID(FP-CASE-IDX) TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO EM-VAC-BALANCE
                   MOVE 0 TO EM-SICK-BALANCE
                   REWRITE EMP-MASTER-RECORD
           END-READ
           MOVE FP-CS-EMP-ID(FP-CASE-IDX) TO DE-EMP-ID
           PERFORM 4300-END-ENROLLMENTS THRU 4300-EXIT
           MOVE FP-ENROLL-HELD TO FP-CS-ENROLL-HELD(FP-CASE-IDX)
           MOVE "P" TO FN-STATUS
           PERFORM 4400-WRITE-SETTLEMENT THRU 4400-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 4300-END-ENROLLMENTS -- EVERY ENROLLMENT FOR DE-EMP-ID IS
      * DELETED, EXCEPT ONE STILL HOLDING WITHHELD MONEY (OR AN
      * EMPLOYER MATCH) THE REMITTANCE RUN HAS NOT YET SENT --
      * DELETING IT WOULD LOSE THE PAYEE'S MONEY, SO IT IS HELD AND
      * COUNTED
      *-----------------------
       4300-END-ENROLLMENTS.
           MOVE 0 TO FP-ENROLL-HELD
           MOVE 0 TO FP-ENROLL-ENDED
           MOVE "N" TO FP-ENR-EOF-SWITCH
           MOVE DE-EMP-ID TO FP-ENR-EMP-ID
           MOVE LOW-VALUES TO DE-DED-CODE
           START DEDUCTION-ENROLL-FILE KEY >= DE-ENROLL-KEY
               INVALID KEY
                   SET END-OF-ENROLLMENTS TO TRUE
           END-START
           PERFORM 4310-END-ONE-ENROLLMENT THRU 4310-EXIT
               UNTIL END-OF-ENROLLMENTS.
       4300-EXIT.
           EXIT.

       4310-END-ONE-ENROLLMENT.
           READ DEDUCTION-ENROLL-FILE NEXT RECORD
               AT END
                   SET END-OF-ENROLLMENTS TO TRUE
                   GO TO 4310-EXIT
           END-READ
           IF DE-EMP-ID NOT = FP-ENR-EMP-ID
               SET END-OF-ENROLLMENTS TO TRUE
               GO TO 4310-EXIT
           END-IF
           IF DE-YTD-MATCH NOT NUMERIC
               MOVE 0 TO DE-YTD-MATCH
           END-IF
           IF DE-MATCH-REMITTED NOT NUMERIC
               MOVE 0 TO DE-MATCH-REMITTED
           END-IF
           IF DE-YTD-TAKEN > DE-YTD-REMITTED
               OR DE-YTD-MATCH > DE-MATCH-REMITTED
               ADD 1 TO FP-ENROLL-HELD
           ELSE
               DELETE DEDUCTION-ENROLL-FILE
               ADD 1 TO FP-ENROLL-ENDED
           END-IF.
       4310-EXIT.
           EXIT.

       4400-WRITE-SETTLEMENT.
           MOVE FP-CS-EMP-ID(FP-CASE-IDX) TO FN-EMP-ID
           MOVE FP-CS-TERM-DATE(FP-CASE-IDX) TO FN-TERM-DATE
           MOVE FP-CS-DUE-DATE(FP-CASE-IDX) TO FN-DUE-DATE
           MOVE FP-RUN-DATE TO FN-PAID-DATE
           MOVE FP-CS-LAST-PAY(FP-CASE-IDX) TO FN-LAST-PAY
           MOVE FP-CS-VAC-HOURS(FP-CASE-IDX) TO FN-VAC-HOURS
           MOVE FP-CS-VAC-PAY(FP-CASE-IDX) TO FN-VAC-PAY
           MOVE FP-CS-SICK-HOURS(FP-CASE-IDX) TO FN-SICK-HOURS
           MOVE FP-CS-SICK-PAY(FP-CASE-IDX) TO FN-SICK-PAY
           MOVE FP-CS-GROSS(FP-CASE-IDX) TO FN-GROSS
           MOVE FP-CS-ENROLL-HELD(FP-CASE-IDX) TO FN-ENROLL-OPEN
           WRITE FINAL-PAY-RECORD
               INVALID KEY
                   REWRITE FINAL-PAY-RECORD
           END-WRITE.
       4400-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-REPORT -- EVERY TERMINATION THE RUN FOUND OPEN,
      * WITH ITS LEGAL DUE DATE; ONE NOT PAID BY THAT DATE IS
      * FLAGGED "***"
      *-----------------------
       5000-PRINT-REPORT.
           PERFORM 5100-PRINT-ONE-CASE THRU 5100-EXIT
               VARYING FP-CASE-IDX FROM 1 BY 1
               UNTIL FP-CASE-IDX > FP-CASE-COUNT
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE FP-COUNT-PAY TO RT-COUNT
           MOVE FP-GROSS-TOTAL TO RT-GROSS
           MOVE FP-COUNT-PAST-DUE TO RT-PAST-DUE
           MOVE RPT-TOTAL-LINE TO FR-LINE
           WRITE FR-LINE
           IF FP-COUNT-PAY > 0
               MOVE FP-COUNT-PAY TO RA-COUNT
               MOVE FP-GROSS-TOTAL TO RA-GROSS
               MOVE RPT-APPROVAL-LINE TO FR-LINE
               WRITE FR-LINE
           END-IF
           IF FP-RUN-REFUSED
               MOVE "RUN REFUSED -- NOTHING PAID OR UPDATED" TO FR-LINE
               WRITE FR-LINE
           END-IF
           MOVE RPT-LEGEND-LINE TO FR-LINE
           WRITE FR-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-CASE.
           MOVE FP-CS-EMP-ID(FP-CASE-IDX) TO RD-EMP-ID
           MOVE FP-CS-NAME(FP-CASE-IDX) TO RD-EMP-NAME
           MOVE FP-CS-TERM-DATE(FP-CASE-IDX) TO RD-TERM-DATE
           MOVE FP-CS-DUE-DATE(FP-CASE-IDX) TO RD-DUE-DATE
           MOVE FP-CS-GROSS(FP-CASE-IDX) TO RD-GROSS
           MOVE SPACES TO RD-FLAG
           EVALUATE TRUE
               WHEN FP-CS-ACTION(FP-CASE-IDX) = "F"
                   MOVE "NOT YET EFFECTIVE" TO RD-NOTE
               WHEN FP-CS-ACTION(FP-CASE-IDX) = "M"
                   MOVE "OFF MASTER-BY HAND" TO RD-NOTE
               WHEN FP-CS-ACTION(FP-CASE-IDX) = "L"
                   MOVE "OVER LIMIT-BY HAND" TO RD-NOTE
               WHEN PREVIEW-RUN OR FP-RUN-REFUSED
                   IF FP-CS-ACTION(FP-CASE-IDX) = "Z"
                       MOVE "NOTHING OWED" TO RD-NOTE
                   ELSE
                       MOVE "TO BE PAID" TO RD-NOTE
                   END-IF
               WHEN FP-CS-ACTION(FP-CASE-IDX) = "Z"
                   MOVE "CLOSED - NONE OWED" TO RD-NOTE
               WHEN OTHER
                   MOVE "PAID" TO RD-NOTE
           END-EVALUATE
      * PAST DUE: NOT SETTLED THIS RUN AND THE DUE DATE HAS GONE BY,
      * OR SETTLED THIS RUN AFTER IT
           IF FP-RUN-DATE > FP-CS-DUE-DATE(FP-CASE-IDX)
               AND FP-CS-ACTION(FP-CASE-IDX) NOT = "Z"
               MOVE "***" TO RD-FLAG
               ADD 1 TO FP-COUNT-PAST-DUE
           END-IF
           MOVE RPT-DETAIL-LINE TO FR-LINE
           WRITE FR-LINE
           IF FP-CS-ACTION(FP-CASE-IDX) = "F"
               OR FP-CS-ACTION(FP-CASE-IDX) = "M"
               GO TO 5100-EXIT
           END-IF
           MOVE FP-CS-LAST-PAY(FP-CASE-IDX) TO RC-LAST-PAY
           MOVE FP-CS-VAC-HOURS(FP-CASE-IDX) TO RC-VAC-HOURS
           MOVE FP-CS-VAC-PAY(FP-CASE-IDX) TO RC-VAC-PAY
           MOVE FP-CS-SICK-HOURS(FP-CASE-IDX) TO RC-SICK-HOURS
           MOVE FP-CS-SICK-PAY(FP-CASE-IDX) TO RC-SICK-PAY
           IF FP-CS-SICK-FLAG(FP-CASE-IDX) NOT = "Y"
               AND FP-CS-SICK-HOURS(FP-CASE-IDX) > 0
               MOVE " FORF." TO RC-SICK-NOTE
           ELSE
               MOVE SPACES TO RC-SICK-NOTE
           END-IF
           MOVE RPT-PIECES-LINE TO FR-LINE
           WRITE FR-LINE
           IF FP-CS-NO-TS(FP-CASE-IDX) = "Y"
               MOVE "HOURLY - NO TIMESHEET FOR THE LAST PERIOD, NO "
                   & "HOURS PAID" TO RN-TEXT
               MOVE RPT-NOTE-LINE TO FR-LINE
               WRITE FR-LINE
           END-IF
           IF FP-CS-ENROLL-HELD(FP-CASE-IDX) > 0
               MOVE SPACES TO RN-TEXT
               STRING FP-CS-ENROLL-HELD(FP-CASE-IDX)
                   " DEDUCTION ENROLLMENT(S) HELD UNTIL REMITTED"
                   DELIMITED BY SIZE INTO RN-TEXT
               MOVE RPT-NOTE-LINE TO FR-LINE
               WRITE FR-LINE
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- THE OPERATOR SUMMARY AND THE RETURN
      * CODE: 0 PAYMENTS HANDED TO THE SUPPLEMENTAL STEP, 4 THE SAME
      * WITH TERMINATIONS PAST DUE OR LEFT FOR SETTLEMENT BY HAND, 8
      * NOTHING HANDED ON (A PREVIEW, A REFUSAL, OR NOTHING TO PAY)
      * SO THE SUPPLEMENTAL STEP IS BYPASSED
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "FINAL-PAY RUN SUMMARY"
           DISPLAY "  CHANGE RECORDS READ: " FP-COUNT-CHANGES
           DISPLAY "  FINAL PAYMENTS.....: " FP-COUNT-PAY
           DISPLAY "  FINAL PAY GROSS....: " FP-GROSS-TOTAL
           DISPLAY "  NOTHING OWED.......: " FP-COUNT-ZERO
           DISPLAY "  NOT YET EFFECTIVE..: " FP-COUNT-PENDING
           DISPLAY "  SETTLE BY HAND.....: " FP-COUNT-EXCEPTION
           DISPLAY "  PAST DUE...........: " FP-COUNT-PAST-DUE
           DISPLAY "  HELD ENROLLMENTS RETRIED: " FP-COUNT-RETRIED
           EVALUATE TRUE
               WHEN FP-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN PREVIEW-RUN OR FP-RUN-REFUSED
                       OR FP-COUNT-PAY = 0
                   MOVE 8 TO RETURN-CODE
               WHEN FP-COUNT-PAST-DUE > 0 OR FP-COUNT-EXCEPTION > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME FP-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE FINAL-PAY-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE TIMESHEET-FILE
           CLOSE FINAL-PAY-REPORT
           IF LIVE-RUN
               CLOSE DEDUCTION-ENROLL-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM FINAL-PAY.
