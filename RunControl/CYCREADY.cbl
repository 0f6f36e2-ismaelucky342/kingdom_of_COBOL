       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CYCLE-READINESS.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Runs in the daily chain right
      *                  after the business date is set and before
      *                  any step updates a master, and checks what
      *                  the cycle will need for the date: the
      *                  pay-cycle approval record on PAYCTL and the
      *                  card control record, a holiday calendar
      *                  covering the date and the look-ahead
      *                  window, federal and state/local tax tables
      *                  for the date's tax year, a raw timesheet
      *                  file that is not empty, every inbound file
      *                  the cycle reads logged received on XMITCTL,
      *                  the last segment of GLEXTR, CARDSUMM and
      *                  QCSUM closed by its trailer, and no PAYCKPT
      *                  or CARDCKPT checkpoint left mid-run by an
      *                  earlier cycle. A checkpoint this cycle's own
      *                  pay run or card batch left, with its step
      *                  started on STEPSTAT for the date, is a
      *                  restart and passes. RDYRPT is the go/no-go
      *                  checklist. Return code 0 go, 4 go with
      *                  warnings, 8 no-go (the chain's COND tests
      *                  hold every updating step), 16 the
      *                  checklist could not be opened.
      * 2026-10-15  JCM  The pay-cycle approval check also asks the
      *                  BATCHAPR queue whether a second operator has
      *                  released the control record at its current
      *                  count and gross; one not released is no-go.
      *                  The last control record for the date and
      *                  group is the one checked, as the pay run
      *                  reads it, and the pay group is carried as the
      *                  M or W the pay run writes on PAYCTL and its
      *                  checkpoint.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-CTL-STATUS.
           SELECT OPTIONAL CARD-CONTROL-FILE ASSIGN TO "CARDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-CCT-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-HOL-STATUS.
           SELECT OPTIONAL TAX-TABLE-FILE ASSIGN TO "TAXTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-TAX-STATUS.
           SELECT OPTIONAL JURISDICTION-TAX-FILE ASSIGN TO "JURTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-JUR-STATUS.
           SELECT OPTIONAL RAW-TIMESHEET-FILE ASSIGN TO "TIMESHTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-TSI-STATUS.
           SELECT OPTIONAL EXPECTED-FILES-FILE ASSIGN TO "XMITEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-EXP-STATUS.
           SELECT OPTIONAL TRANSMISSION-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-XMC-STATUS.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-GLX-STATUS.
           SELECT OPTIONAL CARD-SUMMARY-FILE ASSIGN TO "CARDSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-CSM-STATUS.
           SELECT OPTIONAL QC-SUMMARY-FILE ASSIGN TO "QCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-QCS-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "PAYCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-PCK-STATUS.
           SELECT OPTIONAL CARD-CHECKPOINT-FILE ASSIGN TO "CARDCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-CCK-STATUS.
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS RY-SS-STATUS.
           SELECT READINESS-REPORT-FILE ASSIGN TO "RDYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * THE PAY-CYCLE APPROVAL -- SAME LAYOUT PAYROLL RECONCILES
      * AGAINST
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-RUN-DATE        PIC 9(08).
           05  CTL-EXPECTED-COUNT  PIC 9(07).
           05  CTL-EXPECTED-GROSS  PIC 9(09)V9(02).
           05  CTL-PAY-GROUP       PIC X(01).

      * ONLY WHETHER A CARD CONTROL RECORD EXISTS MATTERS HERE
       FD  CARD-CONTROL-FILE.
       01  CARD-CONTROL-RECORD     PIC X(80).

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-HOLIDAY-DATE     PIC 9(08).

      * THE FEDERAL BRACKETS -- SAME LAYOUT PAYROLL LOADS, WITH THE
      * TAX YEAR EACH BRACKET IS FOR
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TT-FILING-STATUS    PIC X(01).
           05  TT-BRACKET-FLOOR    PIC 9(07)V9(02).
           05  TT-BRACKET-CEILING  PIC 9(07)V9(02).
           05  TT-RATE             PIC 9V9(04).
           05  TT-FLAT-AMOUNT      PIC 9(05)V9(02).
           05  TT-TAX-YEAR         PIC 9(04).

       FD  JURISDICTION-TAX-FILE.
           COPY JURTAX.

      * ONLY THE RECORD COUNT OF THE CLERKS' RAW FILE MATTERS HERE
       FD  RAW-TIMESHEET-FILE.
       01  RAW-TIMESHEET-RECORD    PIC X(80).

      * THE EXPECTED-FILES MASTER -- SAME LAYOUT THE INTERFACES
      * REPORT READS. "C" IN XE-CYCLE-INPUT MARKS AN INBOUND FILE
      * THE DAILY CYCLE READS.
       FD  EXPECTED-FILES-FILE.
       01  EXPECTED-FILE-RECORD.
           05  XE-FILE-NAME        PIC X(08).
           05  XE-DIRECTION        PIC X(01).
           05  XE-CYCLE-INPUT      PIC X(01).
               88  XE-READ-BY-CYCLE    VALUE "C".

       FD  TRANSMISSION-FILE.
           COPY XMITREC.

      * THE TRAILERED INTERFACE FILES -- ONLY THE LAST RECORD IS
      * LOOKED AT: A FILE THAT ENDS IN ANYTHING BUT ITS TRAILER HAS
      * A SEGMENT ITS WRITER NEVER CLOSED
       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD       PIC X(80).

       FD  CARD-SUMMARY-FILE.
       01  CARD-SUMMARY-RECORD     PIC X(80).

       FD  QC-SUMMARY-FILE.
       01  QC-SUMMARY-RECORD       PIC X(80).

      * THE CHECKPOINT LOGS -- SAME LAYOUTS PAYROLL AND
      * VALIDATE-CARD WRITE. THE LAST LINE WINS; A ZERO LINE IS
      * THE CLEAN-END RESET.
       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-EMPLOYEE       PIC 9(05).
           05  CKPT-PAID-COUNT     PIC 9(07).
           05  CKPT-PAID-GROSS     PIC 9(09)V9(02).
           05  CKPT-PAY-GROUP      PIC X(01).

       FD  CARD-CHECKPOINT-FILE.
       01  CCK-RECORD.
           05  CCK-PROCESSED       PIC 9(07).
           05  FILLER              PIC X(105).

       FD  STEP-STATUS-FILE.
           COPY STEPSTAT.

       FD  READINESS-REPORT-FILE.
       01  RY-LINE                     PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  RY-CTL-STATUS               PIC X(02) VALUE "00".
       01  RY-CCT-STATUS               PIC X(02) VALUE "00".
       01  RY-HOL-STATUS               PIC X(02) VALUE "00".
       01  RY-TAX-STATUS               PIC X(02) VALUE "00".
       01  RY-JUR-STATUS               PIC X(02) VALUE "00".
       01  RY-TSI-STATUS               PIC X(02) VALUE "00".
       01  RY-EXP-STATUS               PIC X(02) VALUE "00".
       01  RY-XMC-STATUS               PIC X(02) VALUE "00".
       01  RY-GLX-STATUS               PIC X(02) VALUE "00".
       01  RY-CSM-STATUS               PIC X(02) VALUE "00".
       01  RY-QCS-STATUS               PIC X(02) VALUE "00".
       01  RY-PCK-STATUS               PIC X(02) VALUE "00".
       01  RY-CCK-STATUS               PIC X(02) VALUE "00".
       01  RY-SS-STATUS                PIC X(02) VALUE "00".
       01  RY-RPT-STATUS               PIC X(02) VALUE "00".
       01  RY-EOF-SWITCH               PIC X(01) VALUE "N".
           88  RY-END-OF-FILE              VALUE "Y".
       01  RY-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  RY-OPEN-ERROR               VALUE "Y".
       01  RY-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  RY-FOUND                    VALUE "Y".

      * RUN CONTROLS -- THE BUSINESS DATE, THE CALENDAR LOOK-AHEAD
      * IN DAYS, AND THE PAY GROUP THE CHAIN'S PAY RUN PAYS
       01  RY-RUN-DATE                 PIC 9(08).
       01  RY-RUN-DATE-X REDEFINES RY-RUN-DATE.
           05  RY-RUN-YEAR             PIC 9(04).
           05  FILLER                  PIC X(04).
       01  RY-LOOKAHEAD-DAYS           PIC 9(03) VALUE 45.
       01  RY-HORIZON-DATE             PIC 9(08).
       01  RY-HORIZON-DATE-X REDEFINES RY-HORIZON-DATE.
           05  RY-HORIZON-YEAR         PIC 9(04).
           05  FILLER                  PIC X(04).
       01  RY-GROUP-CHOICE             PIC 9(01) VALUE 1.
       01  RY-PAY-GROUP                PIC X(01) VALUE "M".
           88  RY-GROUP-MONTHLY            VALUE "M".

      * ONE CHECKLIST LINE AS IT IS BUILT, AND THE TALLY OF RESULTS
       01  RY-CHECK-TEXT               PIC X(30).
       01  RY-CHECK-FILE               PIC X(08).
       01  RY-CHECK-RESULT             PIC X(05).
           88  RY-RESULT-GO                VALUE "GO".
           88  RY-RESULT-WARN              VALUE "WARN".
           88  RY-RESULT-NO-GO             VALUE "NO-GO".
       01  RY-CHECK-DETAIL             PIC X(52).
       01  RY-COUNT-GO                 PIC 9(03) VALUE 0.
       01  RY-COUNT-WARN               PIC 9(03) VALUE 0.
       01  RY-COUNT-NO-GO              PIC 9(03) VALUE 0.

      * PER-FILE COUNTS
       01  RY-RECORD-COUNT             PIC 9(07) VALUE 0.
       01  RY-MATCH-COUNT              PIC 9(07) VALUE 0.
       01  RY-UNDATED-COUNT            PIC 9(07) VALUE 0.
       01  RY-OTHER-COUNT              PIC 9(07) VALUE 0.
       01  RY-OTHER-YEAR               PIC 9(04) VALUE 0.
       01  RY-HORIZON-COUNT            PIC 9(07) VALUE 0.
       01  RY-LAST-HOLIDAY             PIC 9(08) VALUE 0.
       01  RY-LAST-RECORD              PIC X(80).
       01  RY-CKPT-POINT               PIC 9(07) VALUE 0.
       01  RY-STEP-PROGRAM             PIC X(30).
       01  RY-STEP-NAME                PIC X(08).
       01  RY-TAX-YEAR                 PIC 9(04).

      * THE INBOUND FILES THE CYCLE READS, WITH WHETHER EACH IS ON
      * THE TRANSMISSION LOG AS RECEIVED FOR THE BUSINESS DATE
       01  RY-INBOUND-TABLE.
           05  RY-IN-ENTRY OCCURS 50 TIMES.
               10  RY-IN-NAME          PIC X(08).
               10  RY-IN-RECEIVED      PIC X(01).
               10  RY-IN-COUNT         PIC 9(07).
       01  RY-IN-COUNT-TOTAL           PIC 9(02) VALUE 0.
       01  RY-IN-SUB                   PIC 9(02) VALUE 0.

      * EDITED FIGURES FOR THE DETAIL TEXT
       01  RY-EDIT-COUNT               PIC Z(06)9.
       01  RY-EDIT-COUNT-2             PIC Z(06)9.

      * BATCH-RELEASE-CHECK CALL FIELDS -- THE PAY-CYCLE CONTROL
      * RECORD IS KEYED ON THE APPROVAL QUEUE BY RUN DATE AND PAY
      * GROUP; ITS COUNT AND HASH ARE ITS EXPECTED COUNT AND GROSS
       01  RY-BQ-TYPE                  PIC X(01) VALUE "P".
       01  RY-BQ-REF                   PIC X(08) VALUE SPACES.
       01  RY-BQ-COUNT                 PIC 9(07) VALUE 0.
       01  RY-BQ-HASH                  PIC 9(13)V9(02) VALUE 0.
       01  RY-BQ-RESULT                PIC X(01) VALUE SPACE.
           88  RY-BATCH-APPROVED           VALUE "A".
       01  RY-BQ-CODE                  PIC 9(03) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  RY-VA-PROMPT-1              PIC X(60).
       01  RY-VA-PROMPT-2              PIC X(60) VALUE SPACES.
       01  RY-VA-LOW                   PIC S9(09)V9(04) VALUE 0.
       01  RY-VA-HIGH                  PIC S9(09)V9(04) VALUE 0.
       01  RY-VA-RESULT                PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES
       01  RY-HDR-LINE.
           05  FILLER              PIC X(47) VALUE
               "DAILY CYCLE READINESS CHECKLIST  BUSINESS DATE ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(20) VALUE
               "  LOOK-AHEAD DAYS ".
           05  RH-LOOKAHEAD        PIC ZZ9.

       01  RY-COL-LINE.
           05  FILLER              PIC X(40) VALUE
               "CHECK                           FILE    ".
           05  FILLER              PIC X(20) VALUE
               " RESULT  DETAIL".

       01  RY-CHECK-LINE.
           05  RL-CHECK            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-FILE             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-RESULT           PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-DETAIL           PIC X(52).

       01  RY-TALLY-LINE.
           05  FILLER              PIC X(08) VALUE "CHECKS: ".
           05  RT-GO               PIC ZZ9.
           05  FILLER              PIC X(05) VALUE " GO, ".
           05  RT-WARN             PIC ZZ9.
           05  FILLER              PIC X(11) VALUE " WARNINGS, ".
           05  RT-NO-GO            PIC ZZ9.
           05  FILLER              PIC X(06) VALUE " NO-GO".

       01  RY-VERDICT-LINE         PIC X(100).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30)
                                       VALUE "CYCLE-READINESS".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RY-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-CHECK-PAY-APPROVAL THRU 2100-EXIT
               PERFORM 2200-CHECK-CARD-CONTROL THRU 2200-EXIT
               PERFORM 2300-CHECK-HOLIDAY-CALENDAR THRU 2300-EXIT
               PERFORM 2400-CHECK-TAX-TABLE THRU 2400-EXIT
               PERFORM 2500-CHECK-JURIS-TABLE THRU 2500-EXIT
               PERFORM 2600-CHECK-RAW-TIMESHEETS THRU 2600-EXIT
               PERFORM 2700-CHECK-INBOUND-FILES THRU 2700-EXIT
               PERFORM 2800-CHECK-TRAILERS THRU 2800-EXIT
               PERFORM 2900-CHECK-CHECKPOINTS THRU 2900-EXIT
               PERFORM 3000-PRINT-VERDICT THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE LOOK-AHEAD AND PAY GROUP, WORK
      * OUT THE LAST DAY THE CALENDAR MUST REACH, AND OPEN THE
      * CHECKLIST
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING RY-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME RY-RUN-DATE
               JB-TYPE JB-CODE
           MOVE "ENTER THE CALENDAR LOOK-AHEAD IN DAYS"
               TO RY-VA-PROMPT-1
           MOVE "(1 - 366)" TO RY-VA-PROMPT-2
           MOVE 1 TO RY-VA-LOW
           MOVE 366 TO RY-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING RY-VA-PROMPT-1
               RY-VA-PROMPT-2 RY-VA-LOW RY-VA-HIGH RY-VA-RESULT
           MOVE RY-VA-RESULT TO RY-LOOKAHEAD-DAYS
           MOVE "ENTER THE PAY GROUP THE CYCLE PAYS"
               TO RY-VA-PROMPT-1
           MOVE "(1 = MONTHLY, 2 = WEEKLY)" TO RY-VA-PROMPT-2
           MOVE 1 TO RY-VA-LOW
           MOVE 2 TO RY-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING RY-VA-PROMPT-1
               RY-VA-PROMPT-2 RY-VA-LOW RY-VA-HIGH RY-VA-RESULT
           MOVE RY-VA-RESULT TO RY-GROUP-CHOICE
           IF RY-GROUP-CHOICE = 2
               MOVE "W" TO RY-PAY-GROUP
           ELSE
               MOVE "M" TO RY-PAY-GROUP
           END-IF
           COMPUTE RY-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RY-RUN-DATE)
               + RY-LOOKAHEAD-DAYS)
           OPEN OUTPUT READINESS-REPORT-FILE
           IF RY-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READINESS CHECKLIST -- "
                   "STATUS " RY-RPT-STATUS " ***"
               SET RY-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE RY-RUN-DATE TO RH-RUN-DATE
           MOVE RY-LOOKAHEAD-DAYS TO RH-LOOKAHEAD
           MOVE RY-HDR-LINE TO RY-LINE
           WRITE RY-LINE
           MOVE SPACES TO RY-LINE
           WRITE RY-LINE
           MOVE RY-COL-LINE TO RY-LINE
           WRITE RY-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 2100-CHECK-PAY-APPROVAL -- THE PAY RUN RECONCILES AGAINST
      * THE APPROVER'S CONTROL RECORD FOR THE DATE AND GROUP; WITH
      * NONE IT RECONCILES OUT OF BALANCE AND WITHHOLDS THE ACH.
      * THE PAY RUN ALSO REFUSES A CONTROL RECORD A SECOND OPERATOR
      * HAS NOT RELEASED ON THE BATCHAPR QUEUE AT ITS CURRENT COUNT
      * AND GROSS, SO THE SAME RELEASE IS ASKED FOR HERE.
      *-----------------------
       2100-CHECK-PAY-APPROVAL.
           MOVE "PAY-CYCLE APPROVAL RECORD" TO RY-CHECK-TEXT
           MOVE "PAYCTL" TO RY-CHECK-FILE
           MOVE "N" TO RY-FOUND-SWITCH
           MOVE 0 TO RY-BQ-COUNT
           MOVE 0 TO RY-BQ-HASH
           OPEN INPUT CONTROL-TOTAL-FILE
           IF RY-CTL-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2110-READ-CONTROL THRU 2110-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE CONTROL-TOTAL-FILE
           END-IF
           IF RY-FOUND
               PERFORM 2120-CHECK-RELEASE THRU 2120-EXIT
           END-IF
           IF RY-FOUND AND NOT RY-BATCH-APPROVED
               SET RY-RESULT-NO-GO TO TRUE
               PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF
           IF RY-FOUND
               SET RY-RESULT-GO TO TRUE
               MOVE RY-BQ-COUNT TO RY-EDIT-COUNT
               MOVE SPACES TO RY-CHECK-DETAIL
               STRING "APPROVED FOR" DELIMITED BY SIZE
                   RY-EDIT-COUNT DELIMITED BY SIZE
                   " PAYMENTS" DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           ELSE
               SET RY-RESULT-NO-GO TO TRUE
               MOVE SPACES TO RY-CHECK-DETAIL
               STRING "NO APPROVAL FOR " DELIMITED BY SIZE
                   RY-RUN-DATE DELIMITED BY SIZE
                   " PAY GROUP " DELIMITED BY SIZE
                   RY-PAY-GROUP DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           END-IF
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      * A CONTROL RECORD CUT BEFORE THE GROUP FIELD EXISTED IS
      * MONTHLY, AND THE LAST RECORD FOR THE DATE AND GROUP WINS,
      * AS THE PAY RUN READS THEM
       2110-READ-CONTROL.
           READ CONTROL-TOTAL-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF CTL-RUN-DATE = RY-RUN-DATE
               AND (CTL-PAY-GROUP = RY-PAY-GROUP
                 OR (CTL-PAY-GROUP = SPACE AND RY-GROUP-MONTHLY))
               SET RY-FOUND TO TRUE
               MOVE CTL-EXPECTED-COUNT TO RY-BQ-COUNT
               MOVE CTL-EXPECTED-GROSS TO RY-BQ-HASH
           END-IF.
       2110-EXIT.
           EXIT.

      * THE CONTROL RECORD'S RELEASE ON THE APPROVAL QUEUE; THE
      * ROUTINE NAMES THE REASON FOR A REFUSAL ON THE CONSOLE
       2120-CHECK-RELEASE.
           MOVE RY-PAY-GROUP TO RY-BQ-REF
           MOVE RETURN-CODE TO RY-BQ-CODE
           CALL "BATCH-RELEASE-CHECK" USING RY-BQ-TYPE RY-RUN-DATE
               RY-BQ-REF RY-BQ-COUNT RY-BQ-HASH RY-BQ-RESULT
               RY-BQ-CODE
           IF RY-BATCH-APPROVED
               GO TO 2120-EXIT
           END-IF
           MOVE "PAY-CYCLE APPROVAL RELEASE" TO RY-CHECK-TEXT
           MOVE "BATCHAPR" TO RY-CHECK-FILE
           EVALUATE RY-BQ-RESULT
               WHEN "M"
                   MOVE "CONTROL RECORD NOT REGISTERED FOR APPROVAL"
                       TO RY-CHECK-DETAIL
               WHEN "P"
                   MOVE "CONTROL RECORD AWAITING A SECOND OPERATOR"
                       TO RY-CHECK-DETAIL
               WHEN "R"
                   MOVE "CONTROL RECORD REJECTED BY THE REVIEWER"
                       TO RY-CHECK-DETAIL
               WHEN "S"
                   MOVE "CONTROL RECORD APPROVED BY ITS OWN SUBMITTER"
                       TO RY-CHECK-DETAIL
               WHEN "C"
                   MOVE "CONTROL RECORD CHANGED SINCE IT WAS APPROVED"
                       TO RY-CHECK-DETAIL
               WHEN OTHER
                   MOVE "APPROVAL QUEUE COULD NOT BE READ"
                       TO RY-CHECK-DETAIL
           END-EVALUATE.
       2120-EXIT.
           EXIT.

      *-----------------------
      * 2200-CHECK-CARD-CONTROL -- THE CARD BATCH RUNS ON BUILT-IN
      * DEFAULTS WITHOUT ITS CONTROL RECORD, SO ITS ABSENCE ONLY
      * WARNS
      *-----------------------
       2200-CHECK-CARD-CONTROL.
           MOVE "CARD BATCH CONTROL RECORD" TO RY-CHECK-TEXT
           MOVE "CARDCTL" TO RY-CHECK-FILE
           MOVE "N" TO RY-FOUND-SWITCH
           OPEN INPUT CARD-CONTROL-FILE
           IF RY-CCT-STATUS = "00"
               READ CARD-CONTROL-FILE
                   NOT AT END
                       SET RY-FOUND TO TRUE
               END-READ
               CLOSE CARD-CONTROL-FILE
           END-IF
           IF RY-FOUND
               SET RY-RESULT-GO TO TRUE
               MOVE "PRESENT" TO RY-CHECK-DETAIL
           ELSE
               SET RY-RESULT-WARN TO TRUE
               MOVE "NO CONTROL RECORD -- BUILT-IN DEFAULTS WILL APPLY"
                   TO RY-CHECK-DETAIL
           END-IF
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 2300-CHECK-HOLIDAY-CALENDAR -- THE CALENDAR IS LOADED A
      * YEAR AT A TIME. NO HOLIDAY IN THE BUSINESS DATE'S YEAR
      * MEANS THE YEAR WAS NEVER LOADED (NO-GO); NONE IN THE YEAR
      * THE LOOK-AHEAD REACHES INTO MEANS IT IS ABOUT TO RUN OUT
      *-----------------------
       2300-CHECK-HOLIDAY-CALENDAR.
           MOVE "HOLIDAY CALENDAR COVERAGE" TO RY-CHECK-TEXT
           MOVE "HOLCAL" TO RY-CHECK-FILE
           MOVE 0 TO RY-MATCH-COUNT
           MOVE 0 TO RY-HORIZON-COUNT
           MOVE 0 TO RY-LAST-HOLIDAY
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF RY-HOL-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2310-READ-HOLIDAY THRU 2310-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF
           MOVE SPACES TO RY-CHECK-DETAIL
           EVALUATE TRUE
               WHEN RY-MATCH-COUNT = 0
                   SET RY-RESULT-NO-GO TO TRUE
                   STRING "NO HOLIDAYS LOADED FOR " DELIMITED BY SIZE
                       RY-RUN-YEAR DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
               WHEN RY-HORIZON-YEAR NOT = RY-RUN-YEAR
                       AND RY-HORIZON-COUNT = 0
                   SET RY-RESULT-WARN TO TRUE
                   STRING "ENDS " DELIMITED BY SIZE
                       RY-LAST-HOLIDAY DELIMITED BY SIZE
                       " -- LOAD " DELIMITED BY SIZE
                       RY-HORIZON-YEAR DELIMITED BY SIZE
                       " BEFORE " DELIMITED BY SIZE
                       RY-HORIZON-DATE DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
               WHEN OTHER
                   SET RY-RESULT-GO TO TRUE
                   MOVE RY-MATCH-COUNT TO RY-EDIT-COUNT
                   STRING "COVERS " DELIMITED BY SIZE
                       RY-HORIZON-DATE DELIMITED BY SIZE
                       ", LAST HOLIDAY " DELIMITED BY SIZE
                       RY-LAST-HOLIDAY DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2300-EXIT.
           EXIT.

       2310-READ-HOLIDAY.
           READ HOLIDAY-CALENDAR-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2310-EXIT
           END-READ
           IF HC-HOLIDAY-DATE NOT NUMERIC
               GO TO 2310-EXIT
           END-IF
           IF HC-HOLIDAY-DATE(1:4) = RY-RUN-YEAR
               ADD 1 TO RY-MATCH-COUNT
           END-IF
           IF HC-HOLIDAY-DATE(1:4) = RY-HORIZON-YEAR
               ADD 1 TO RY-HORIZON-COUNT
           END-IF
           IF HC-HOLIDAY-DATE > RY-LAST-HOLIDAY
               MOVE HC-HOLIDAY-DATE TO RY-LAST-HOLIDAY
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2400-CHECK-TAX-TABLE -- EVERY FEDERAL BRACKET MUST BE FOR
      * THE BUSINESS DATE'S TAX YEAR. A TABLE LOADED BEFORE THE
      * YEAR WAS CARRIED CANNOT BE PROVED CURRENT AND ONLY WARNS.
      *-----------------------
       2400-CHECK-TAX-TABLE.
           MOVE "FEDERAL WITHHOLDING TABLE" TO RY-CHECK-TEXT
           MOVE "TAXTBL" TO RY-CHECK-FILE
           PERFORM 2450-CLEAR-YEAR-COUNTS THRU 2450-EXIT
           OPEN INPUT TAX-TABLE-FILE
           IF RY-TAX-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2410-READ-TAX-BRACKET THRU 2410-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE TAX-TABLE-FILE
           END-IF
           IF RY-RECORD-COUNT = 0
               SET RY-RESULT-NO-GO TO TRUE
               MOVE "NO FEDERAL BRACKETS ON FILE" TO RY-CHECK-DETAIL
               PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
           ELSE
               PERFORM 2460-JUDGE-TAX-YEARS THRU 2460-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-READ-TAX-BRACKET.
           READ TAX-TABLE-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2410-EXIT
           END-READ
           MOVE TT-TAX-YEAR TO RY-TAX-YEAR
           PERFORM 2470-COUNT-TAX-YEAR THRU 2470-EXIT.
       2410-EXIT.
           EXIT.

       2450-CLEAR-YEAR-COUNTS.
           MOVE 0 TO RY-RECORD-COUNT
           MOVE 0 TO RY-MATCH-COUNT
           MOVE 0 TO RY-UNDATED-COUNT
           MOVE 0 TO RY-OTHER-COUNT
           MOVE 0 TO RY-OTHER-YEAR.
       2450-EXIT.
           EXIT.

       2460-JUDGE-TAX-YEARS.
           MOVE SPACES TO RY-CHECK-DETAIL
           EVALUATE TRUE
               WHEN RY-OTHER-COUNT > 0
                   SET RY-RESULT-NO-GO TO TRUE
                   MOVE RY-OTHER-COUNT TO RY-EDIT-COUNT
                   STRING RY-EDIT-COUNT DELIMITED BY SIZE
                       " RECORDS FOR " DELIMITED BY SIZE
                       RY-OTHER-YEAR DELIMITED BY SIZE
                       ", NOT " DELIMITED BY SIZE
                       RY-RUN-YEAR DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
               WHEN RY-UNDATED-COUNT > 0
                   SET RY-RESULT-WARN TO TRUE
                   MOVE RY-UNDATED-COUNT TO RY-EDIT-COUNT
                   STRING RY-EDIT-COUNT DELIMITED BY SIZE
                       " RECORDS CARRY NO TAX YEAR -- NOT PROVED "
                           DELIMITED BY SIZE
                       RY-RUN-YEAR DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
               WHEN OTHER
                   SET RY-RESULT-GO TO TRUE
                   MOVE RY-MATCH-COUNT TO RY-EDIT-COUNT
                   STRING RY-EDIT-COUNT DELIMITED BY SIZE
                       " RECORDS, ALL FOR " DELIMITED BY SIZE
                       RY-RUN-YEAR DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2460-EXIT.
           EXIT.

       2470-COUNT-TAX-YEAR.
           ADD 1 TO RY-RECORD-COUNT
           EVALUATE TRUE
               WHEN RY-TAX-YEAR NOT NUMERIC OR RY-TAX-YEAR = 0
                   ADD 1 TO RY-UNDATED-COUNT
               WHEN RY-TAX-YEAR = RY-RUN-YEAR
                   ADD 1 TO RY-MATCH-COUNT
               WHEN OTHER
                   ADD 1 TO RY-OTHER-COUNT
                   MOVE RY-TAX-YEAR TO RY-OTHER-YEAR
           END-EVALUATE.
       2470-EXIT.
           EXIT.

      *-----------------------
      * 2500-CHECK-JURIS-TABLE -- THE SAME YEAR TEST FOR THE STATE
      * AND LOCAL TABLE. THE PAY RUN WITHHOLDS NO STATE OR LOCAL
      * TAX WITHOUT ONE, SO ITS ABSENCE ONLY WARNS.
      *-----------------------
       2500-CHECK-JURIS-TABLE.
           MOVE "STATE/LOCAL WITHHOLDING TABLE" TO RY-CHECK-TEXT
           MOVE "JURTAX" TO RY-CHECK-FILE
           PERFORM 2450-CLEAR-YEAR-COUNTS THRU 2450-EXIT
           OPEN INPUT JURISDICTION-TAX-FILE
           IF RY-JUR-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2510-READ-JURIS-BRACKET THRU 2510-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE JURISDICTION-TAX-FILE
           END-IF
           IF RY-RECORD-COUNT = 0
               SET RY-RESULT-WARN TO TRUE
               MOVE "NO TABLE ON FILE -- NO STATE/LOCAL WITHHOLDING"
                   TO RY-CHECK-DETAIL
               PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
           ELSE
               PERFORM 2460-JUDGE-TAX-YEARS THRU 2460-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-JURIS-BRACKET.
           READ JURISDICTION-TAX-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2510-EXIT
           END-READ
           MOVE JT-TAX-YEAR TO RY-TAX-YEAR
           PERFORM 2470-COUNT-TAX-YEAR THRU 2470-EXIT.
       2510-EXIT.
           EXIT.

      *-----------------------
      * 2600-CHECK-RAW-TIMESHEETS -- AN EMPTY OR MISSING CLERKS'
      * FILE PAYS NOBODY FOR HOURS
      *-----------------------
       2600-CHECK-RAW-TIMESHEETS.
           MOVE "RAW TIMESHEETS" TO RY-CHECK-TEXT
           MOVE "TIMESHTI" TO RY-CHECK-FILE
           MOVE 0 TO RY-RECORD-COUNT
           OPEN INPUT RAW-TIMESHEET-FILE
           IF RY-TSI-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2610-READ-RAW-TIMESHEET THRU 2610-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE RAW-TIMESHEET-FILE
           END-IF
           IF RY-RECORD-COUNT = 0
               SET RY-RESULT-NO-GO TO TRUE
               MOVE "FILE IS EMPTY OR MISSING" TO RY-CHECK-DETAIL
           ELSE
               SET RY-RESULT-GO TO TRUE
               MOVE RY-RECORD-COUNT TO RY-EDIT-COUNT
               MOVE SPACES TO RY-CHECK-DETAIL
               STRING RY-EDIT-COUNT DELIMITED BY SIZE
                   " LINES TO EDIT" DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           END-IF
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2600-EXIT.
           EXIT.

       2610-READ-RAW-TIMESHEET.
           READ RAW-TIMESHEET-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO RY-RECORD-COUNT
           END-READ.
       2610-EXIT.
           EXIT.

      *-----------------------
      * 2700-CHECK-INBOUND-FILES -- EVERY INBOUND FILE THE CYCLE
      * READS MUST BE ON THE TRANSMISSION LOG AS RECEIVED (OR
      * ALREADY VERIFIED, ON A RERUN) FOR THE BUSINESS DATE
      *-----------------------
       2700-CHECK-INBOUND-FILES.
           MOVE 0 TO RY-IN-COUNT-TOTAL
           OPEN INPUT EXPECTED-FILES-FILE
           IF RY-EXP-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2710-READ-EXPECTED THRU 2710-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE EXPECTED-FILES-FILE
           END-IF
           IF RY-IN-COUNT-TOTAL = 0
               MOVE "INBOUND FILES RECEIVED" TO RY-CHECK-TEXT
               MOVE "XMITEXP" TO RY-CHECK-FILE
               SET RY-RESULT-WARN TO TRUE
               MOVE "NO CYCLE INBOUND FILES LISTED -- NOT CHECKED"
                   TO RY-CHECK-DETAIL
               PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
               GO TO 2700-EXIT
           END-IF
           OPEN INPUT TRANSMISSION-FILE
           IF RY-XMC-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2720-READ-TRANSMISSION THRU 2720-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE TRANSMISSION-FILE
           END-IF
           PERFORM 2740-JUDGE-ONE-INBOUND THRU 2740-EXIT
               VARYING RY-IN-SUB FROM 1 BY 1
               UNTIL RY-IN-SUB > RY-IN-COUNT-TOTAL.
       2700-EXIT.
           EXIT.

       2710-READ-EXPECTED.
           READ EXPECTED-FILES-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2710-EXIT
           END-READ
           IF XE-DIRECTION NOT = "I" OR NOT XE-READ-BY-CYCLE
               GO TO 2710-EXIT
           END-IF
           IF RY-IN-COUNT-TOTAL >= 50
               DISPLAY "*** MORE THAN 50 CYCLE INBOUND FILES -- "
                   XE-FILE-NAME " NOT CHECKED ***"
               GO TO 2710-EXIT
           END-IF
           ADD 1 TO RY-IN-COUNT-TOTAL
           MOVE RY-IN-COUNT-TOTAL TO RY-IN-SUB
           MOVE XE-FILE-NAME TO RY-IN-NAME(RY-IN-SUB)
           MOVE "N" TO RY-IN-RECEIVED(RY-IN-SUB)
           MOVE 0 TO RY-IN-COUNT(RY-IN-SUB).
       2710-EXIT.
           EXIT.

       2720-READ-TRANSMISSION.
           READ TRANSMISSION-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2720-EXIT
           END-READ
           IF XM-BUSINESS-DATE NOT = RY-RUN-DATE
               OR NOT XM-INBOUND
               OR NOT (XM-STATUS-RECEIVED OR XM-STATUS-VERIFIED)
               GO TO 2720-EXIT
           END-IF
           PERFORM 2730-MARK-RECEIVED THRU 2730-EXIT
               VARYING RY-IN-SUB FROM 1 BY 1
               UNTIL RY-IN-SUB > RY-IN-COUNT-TOTAL.
       2720-EXIT.
           EXIT.

       2730-MARK-RECEIVED.
           IF RY-IN-NAME(RY-IN-SUB) = XM-FILE-NAME
               MOVE "Y" TO RY-IN-RECEIVED(RY-IN-SUB)
               MOVE XM-RECORD-COUNT TO RY-IN-COUNT(RY-IN-SUB)
           END-IF.
       2730-EXIT.
           EXIT.

       2740-JUDGE-ONE-INBOUND.
           MOVE "INBOUND FILE RECEIVED" TO RY-CHECK-TEXT
           MOVE RY-IN-NAME(RY-IN-SUB) TO RY-CHECK-FILE
           MOVE SPACES TO RY-CHECK-DETAIL
           IF RY-IN-RECEIVED(RY-IN-SUB) = "Y"
               SET RY-RESULT-GO TO TRUE
               MOVE RY-IN-COUNT(RY-IN-SUB) TO RY-EDIT-COUNT
               STRING "RECEIVED," DELIMITED BY SIZE
                   RY-EDIT-COUNT DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           ELSE
               SET RY-RESULT-NO-GO TO TRUE
               STRING "NOT LOGGED RECEIVED FOR " DELIMITED BY SIZE
                   RY-RUN-DATE DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           END-IF
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2740-EXIT.
           EXIT.

      *-----------------------
      * 2800-CHECK-TRAILERS -- EACH TRAILERED INTERFACE FILE MUST
      * END IN A TRAILER. AN EMPTY FILE HAS NOTHING OUTSTANDING.
      *-----------------------
       2800-CHECK-TRAILERS.
           MOVE "GL EXTRACT LAST SEGMENT" TO RY-CHECK-TEXT
           MOVE "GLEXTR" TO RY-CHECK-FILE
           MOVE 0 TO RY-RECORD-COUNT
           MOVE SPACES TO RY-LAST-RECORD
           OPEN INPUT GL-EXTRACT-FILE
           IF RY-GLX-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2810-READ-GL-EXTRACT THRU 2810-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE GL-EXTRACT-FILE
           END-IF
           PERFORM 2850-JUDGE-TRAILER THRU 2850-EXIT
           MOVE "CARD SUMMARY LAST SEGMENT" TO RY-CHECK-TEXT
           MOVE "CARDSUMM" TO RY-CHECK-FILE
           MOVE 0 TO RY-RECORD-COUNT
           MOVE SPACES TO RY-LAST-RECORD
           OPEN INPUT CARD-SUMMARY-FILE
           IF RY-CSM-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2820-READ-CARD-SUMMARY THRU 2820-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE CARD-SUMMARY-FILE
           END-IF
           PERFORM 2850-JUDGE-TRAILER THRU 2850-EXIT
           MOVE "QC SUMMARY LAST SEGMENT" TO RY-CHECK-TEXT
           MOVE "QCSUM" TO RY-CHECK-FILE
           MOVE 0 TO RY-RECORD-COUNT
           MOVE SPACES TO RY-LAST-RECORD
           OPEN INPUT QC-SUMMARY-FILE
           IF RY-QCS-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2830-READ-QC-SUMMARY THRU 2830-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE QC-SUMMARY-FILE
           END-IF
           PERFORM 2850-JUDGE-TRAILER THRU 2850-EXIT.
       2800-EXIT.
           EXIT.

       2810-READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO RY-RECORD-COUNT
                   MOVE GL-EXTRACT-RECORD TO RY-LAST-RECORD
           END-READ.
       2810-EXIT.
           EXIT.

       2820-READ-CARD-SUMMARY.
           READ CARD-SUMMARY-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO RY-RECORD-COUNT
                   MOVE CARD-SUMMARY-RECORD TO RY-LAST-RECORD
           END-READ.
       2820-EXIT.
           EXIT.

       2830-READ-QC-SUMMARY.
           READ QC-SUMMARY-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO RY-RECORD-COUNT
                   MOVE QC-SUMMARY-RECORD TO RY-LAST-RECORD
           END-READ.
       2830-EXIT.
           EXIT.

       2850-JUDGE-TRAILER.
           MOVE SPACES TO RY-CHECK-DETAIL
           EVALUATE TRUE
               WHEN RY-RECORD-COUNT = 0
                   SET RY-RESULT-GO TO TRUE
                   MOVE "EMPTY -- NOTHING OUTSTANDING"
                       TO RY-CHECK-DETAIL
               WHEN RY-LAST-RECORD(11:8) = "TRAILER "
                   SET RY-RESULT-GO TO TRUE
                   STRING "CLOSED BY THE " DELIMITED BY SIZE
                       RY-LAST-RECORD(1:8) DELIMITED BY SIZE
                       " TRAILER" DELIMITED BY SIZE
                       INTO RY-CHECK-DETAIL
                   END-STRING
               WHEN OTHER
                   SET RY-RESULT-NO-GO TO TRUE
                   MOVE "LAST SEGMENT HAS NO TRAILER -- WRITER DID NOT "
                       & "FINISH" TO RY-CHECK-DETAIL
           END-EVALUATE
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2850-EXIT.
           EXIT.

      *-----------------------
      * 2900-CHECK-CHECKPOINTS -- A CHECKPOINT LOG WHOSE LAST LINE
      * IS NOT THE ZERO RESET WAS LEFT BY A RUN THAT DID NOT
      * FINISH. IF THAT RUN IS THIS CYCLE'S OWN STEP, STARTED FOR
      * THE BUSINESS DATE AND NOT COMPLETED, THE CHAIN IS BEING
      * RESTARTED AND THE STEP WILL RESUME FROM IT; OTHERWISE IT
      * IS LEFT OVER AND WOULD START TODAY'S RUN PART WAY THROUGH.
      *-----------------------
       2900-CHECK-CHECKPOINTS.
           MOVE "PAY RUN CHECKPOINT" TO RY-CHECK-TEXT
           MOVE "PAYCKPT" TO RY-CHECK-FILE
           MOVE 0 TO RY-CKPT-POINT
           OPEN INPUT CHECKPOINT-FILE
           IF RY-PCK-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2910-READ-PAY-CHECKPOINT THRU 2910-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE "PAYROLL" TO RY-STEP-PROGRAM
           PERFORM 2950-JUDGE-CHECKPOINT THRU 2950-EXIT
           MOVE "CARD BATCH CHECKPOINT" TO RY-CHECK-TEXT
           MOVE "CARDCKPT" TO RY-CHECK-FILE
           MOVE 0 TO RY-CKPT-POINT
           OPEN INPUT CARD-CHECKPOINT-FILE
           IF RY-CCK-STATUS = "00"
               MOVE "N" TO RY-EOF-SWITCH
               PERFORM 2920-READ-CARD-CHECKPOINT THRU 2920-EXIT
                   UNTIL RY-END-OF-FILE
               CLOSE CARD-CHECKPOINT-FILE
           END-IF
           MOVE "VALIDATE-CARD" TO RY-STEP-PROGRAM
           PERFORM 2950-JUDGE-CHECKPOINT THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

      * ONLY THE CHAIN'S PAY GROUP MAY RESTART THE CHAIN'S PAY RUN;
      * A LINE CUT BEFORE THE GROUP FIELD EXISTED IS MONTHLY
       2910-READ-PAY-CHECKPOINT.
           READ CHECKPOINT-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2910-EXIT
           END-READ
           IF CKPT-EMPLOYEE NUMERIC
               AND (CKPT-PAY-GROUP = RY-PAY-GROUP
                 OR (CKPT-PAY-GROUP = SPACE AND RY-GROUP-MONTHLY))
               MOVE CKPT-EMPLOYEE TO RY-CKPT-POINT
           END-IF.
       2910-EXIT.
           EXIT.

       2920-READ-CARD-CHECKPOINT.
           READ CARD-CHECKPOINT-FILE
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2920-EXIT
           END-READ
           IF CCK-PROCESSED NUMERIC
               MOVE CCK-PROCESSED TO RY-CKPT-POINT
           END-IF.
       2920-EXIT.
           EXIT.

       2950-JUDGE-CHECKPOINT.
           MOVE SPACES TO RY-CHECK-DETAIL
           IF RY-CKPT-POINT = 0
               SET RY-RESULT-GO TO TRUE
               MOVE "CLEAN -- LAST RUN FINISHED" TO RY-CHECK-DETAIL
               PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
               GO TO 2950-EXIT
           END-IF
           PERFORM 2960-FIND-STEP-STARTED THRU 2960-EXIT
           MOVE RY-CKPT-POINT TO RY-EDIT-COUNT
           IF RY-FOUND
               SET RY-RESULT-GO TO TRUE
               STRING RY-STEP-NAME DELIMITED BY SPACE
                   " RESTARTING -- RESUMES AFTER" DELIMITED BY SIZE
                   RY-EDIT-COUNT DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           ELSE
               SET RY-RESULT-NO-GO TO TRUE
               STRING "LEFT MID-RUN AT" DELIMITED BY SIZE
                   RY-EDIT-COUNT DELIMITED BY SIZE
                   " BY AN EARLIER RUN" DELIMITED BY SIZE
                   INTO RY-CHECK-DETAIL
               END-STRING
           END-IF
           PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
       2950-EXIT.
           EXIT.

      *-----------------------
      * 2960-FIND-STEP-STARTED -- BROWSE THE BUSINESS DATE'S STEP
      * RECORDS FOR THE CHECKPOINT OWNER STARTED (OR ORDERED RUN
      * AGAIN) AND NOT YET COMPLETED
      *-----------------------
       2960-FIND-STEP-STARTED.
           MOVE "N" TO RY-FOUND-SWITCH
           MOVE SPACES TO RY-STEP-NAME
           OPEN INPUT STEP-STATUS-FILE
           IF RY-SS-STATUS(1:1) NOT = "0"
               GO TO 2960-EXIT
           END-IF
           MOVE RY-RUN-DATE TO SS-BUSINESS-DATE
           MOVE LOW-VALUES TO SS-STEP-NAME
           MOVE "N" TO RY-EOF-SWITCH
           START STEP-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET RY-END-OF-FILE TO TRUE
           END-START
           PERFORM 2970-READ-STEP-STATUS THRU 2970-EXIT
               UNTIL RY-END-OF-FILE OR RY-FOUND
           CLOSE STEP-STATUS-FILE.
       2960-EXIT.
           EXIT.

       2970-READ-STEP-STATUS.
           READ STEP-STATUS-FILE NEXT RECORD
               AT END
                   SET RY-END-OF-FILE TO TRUE
                   GO TO 2970-EXIT
           END-READ
           IF SS-BUSINESS-DATE NOT = RY-RUN-DATE
               SET RY-END-OF-FILE TO TRUE
               GO TO 2970-EXIT
           END-IF
           IF SS-PROGRAM-NAME = RY-STEP-PROGRAM
               AND (SS-STARTED OR SS-FORCED)
               SET RY-FOUND TO TRUE
               MOVE SS-STEP-NAME TO RY-STEP-NAME
           END-IF.
       2970-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-VERDICT -- THE TALLY AND THE GO/NO-GO; ANY NO-GO
      * HOLDS THE CHAIN
      *-----------------------
       3000-PRINT-VERDICT.
           MOVE SPACES TO RY-LINE
           WRITE RY-LINE
           MOVE RY-COUNT-GO TO RT-GO
           MOVE RY-COUNT-WARN TO RT-WARN
           MOVE RY-COUNT-NO-GO TO RT-NO-GO
           MOVE RY-TALLY-LINE TO RY-LINE
           WRITE RY-LINE
           EVALUATE TRUE
               WHEN RY-COUNT-NO-GO > 0
                   MOVE "VERDICT: NO-GO -- THE DAILY CHAIN IS HELD "
                       & "UNTIL THE NO-GO ITEMS ARE PUT RIGHT"
                       TO RY-VERDICT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN RY-COUNT-WARN > 0
                   MOVE "VERDICT: GO WITH WARNINGS"
                       TO RY-VERDICT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "VERDICT: GO" TO RY-VERDICT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE RY-VERDICT-LINE TO RY-LINE
           WRITE RY-LINE
           DISPLAY "CYCLE-READINESS SUMMARY"
           DISPLAY "  CHECKS GO........: " RY-COUNT-GO
           DISPLAY "  CHECKS WARNING...: " RY-COUNT-WARN
           DISPLAY "  CHECKS NO-GO.....: " RY-COUNT-NO-GO
           DISPLAY RY-VERDICT-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 8000-WRITE-CHECK -- ONE CHECKLIST LINE, TALLIED BY RESULT
      *-----------------------
       8000-WRITE-CHECK.
           EVALUATE TRUE
               WHEN RY-RESULT-GO
                   ADD 1 TO RY-COUNT-GO
               WHEN RY-RESULT-WARN
                   ADD 1 TO RY-COUNT-WARN
               WHEN OTHER
                   ADD 1 TO RY-COUNT-NO-GO
           END-EVALUATE
           MOVE RY-CHECK-TEXT TO RL-CHECK
           MOVE RY-CHECK-FILE TO RL-FILE
           MOVE RY-CHECK-RESULT TO RL-RESULT
           MOVE RY-CHECK-DETAIL TO RL-DETAIL
           MOVE RY-CHECK-LINE TO RY-LINE
           WRITE RY-LINE.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME RY-RUN-DATE
               JB-TYPE JB-CODE
           IF NOT RY-OPEN-ERROR
               CLOSE READINESS-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM CYCLE-READINESS.
