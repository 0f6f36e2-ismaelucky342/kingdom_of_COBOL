       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STALE-CHECK.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. A payroll check nobody cashes
      *                  stayed issued on the check register forever
      *                  and its money sat in cash clearing. Mode 1
      *                  voids every issued check older than the
      *                  keyed stale-date age (CK-VOID-REASON "T"),
      *                  writes a cancel item for each in the bank's
      *                  positive-pay issued-items layout so the bank
      *                  refuses it if presented, journals the total
      *                  from cash clearing to the unclaimed-wages
      *                  liability on the GL extract, and enters each
      *                  check on the unclaimed-property register
      *                  (UNCLAIM) by employee. Once a year mode 2
      *                  previews and mode 3 produces the holder
      *                  report for each state -- every held item
      *                  past its dormancy period under the work
      *                  location's ESCRULE rule -- with the
      *                  remittance listing; mode 3 also marks the
      *                  items remitted and journals the remittance
      *                  out of unclaimed wages.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS SC-REG-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS SC-EMP-STATUS.
           SELECT OPTIONAL UNCLAIMED-PROPERTY-FILE ASSIGN TO "UNCLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-KEY
               FILE STATUS IS SC-UNC-STATUS.
           SELECT OPTIONAL ESCHEAT-RULES-FILE ASSIGN TO "ESCRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RUL-STATUS.
           SELECT CANCEL-ITEMS-FILE ASSIGN TO "PPAYCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-CAN-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-GLX-STATUS.
           SELECT STALE-REPORT-FILE ASSIGN TO "STALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  UNCLAIMED-PROPERTY-FILE.
           COPY UNCLPRP.

      * ONE RULE PER WORK LOCATION: THE STATE UNCLAIMED WAGES ARE
      * REPORTED TO AND THE YEARS AFTER ISSUE BEFORE THEY ARE
      * PRESUMED ABANDONED. A BLANK LOCATION IS THE DEFAULT RULE.
       FD  ESCHEAT-RULES-FILE.
       01  ESCHEAT-RULES-RECORD.
           05  ER-WORK-LOCATION    PIC X(04).
           05  ER-STATE            PIC X(04).
           05  ER-DORMANCY-YEARS   PIC 9(02).
           05  ER-DESCRIPTION      PIC X(20).

      * THE BANK'S ISSUED-ITEMS LAYOUT, AS POSITIVE-PAY SENDS IT;
      * RECORD TYPE "V" CANCELS AN ITEM SENT EARLIER AS "I"
       FD  CANCEL-ITEMS-FILE.
       01  CANCEL-ITEM-RECORD.
           05  II-RECORD-TYPE      PIC X(01).
           05  II-ACCOUNT          PIC 9(12).
           05  II-CHECK-NO         PIC 9(08).
           05  II-ISSUE-DATE       PIC 9(08).
           05  II-AMOUNT-CENTS     PIC 9(10).
           05  II-PAYEE-NAME       PIC X(20).

       FD  GL-EXTRACT-FILE.
           COPY GLREC.

       FD  STALE-REPORT-FILE.
       01  RPT-LINE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  SC-REG-STATUS            PIC X(02) VALUE "00".
       01  SC-EMP-STATUS            PIC X(02) VALUE "00".
       01  SC-UNC-STATUS            PIC X(02) VALUE "00".
       01  SC-RUL-STATUS            PIC X(02) VALUE "00".
       01  SC-CAN-STATUS            PIC X(02) VALUE "00".
       01  SC-GLX-STATUS            PIC X(02) VALUE "00".
       01  SC-RPT-STATUS            PIC X(02) VALUE "00".

       01  SC-REG-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-REGISTER         VALUE "Y".
       01  SC-UNC-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-PROPERTY         VALUE "Y".
       01  SC-RUL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-RULES            VALUE "Y".
       01  SC-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  SC-OPEN-ERROR           VALUE "Y".
       01  SC-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  SC-FOUND                VALUE "Y".
       01  SC-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
           88  SC-TABLE-FULL           VALUE "Y".

      * RUN CONTROLS
       01  SC-RUN-MODE              PIC 9(01) VALUE 0.
           88  MODE-VOID-STALE         VALUE 1.
           88  MODE-HOLDER-PREVIEW     VALUE 2.
           88  MODE-HOLDER-REMIT       VALUE 3.
           88  MODE-HOLDER             VALUES 2 3.
       01  SC-RUN-DATE              PIC 9(08).
       01  SC-RUN-DATE-R REDEFINES SC-RUN-DATE.
           05  SC-RUN-CCYY          PIC 9(04).
           05  FILLER               PIC 9(04).
       01  SC-STALE-DAYS            PIC 9(03) VALUE 180.
       01  SC-DISB-ACCOUNT          PIC 9(12) VALUE 000012345678.

      * AGING WORK FIELDS
       01  SC-RUN-DATE-INT          PIC 9(08) VALUE 0.
       01  SC-ISSUE-DATE-INT        PIC 9(08) VALUE 0.
       01  SC-CHECK-AGE             PIC S9(05) VALUE 0.
       01  SC-DORMANT-DATE          PIC 9(08) VALUE 0.
       01  SC-DORMANT-DATE-R REDEFINES SC-DORMANT-DATE.
           05  SC-DORMANT-CCYY      PIC 9(04).
           05  SC-DORMANT-MMDD      PIC 9(04).

      * ESCHEAT RULES BY WORK LOCATION
       01  SC-RULE-TABLE.
           05  SC-RULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY SC-RULE-IDX.
               10  SC-RULE-LOCATION    PIC X(04).
               10  SC-RULE-STATE       PIC X(04).
               10  SC-RULE-YEARS       PIC 9(02).
       01  SC-RULE-COUNT            PIC 9(03) VALUE 0.
       01  SC-RULE-LOOKUP           PIC X(04).
       01  SC-RULE-HIT-STATE        PIC X(04).
       01  SC-RULE-HIT-YEARS        PIC 9(02).

      * THE HOLDER REPORT -- EVERY HELD ITEM PAST ITS DORMANCY
      * DATE, AND THE STATES THEY ARE REPORTED TO
       01  SC-HOLD-TABLE.
           05  SC-HOLD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SC-HOLD-IDX.
               10  SC-HD-EMP-ID        PIC 9(05).
               10  SC-HD-CHECK-NO      PIC 9(08).
               10  SC-HD-NAME          PIC X(20).
               10  SC-HD-TAXPAYER-ID   PIC X(09).
               10  SC-HD-STATE         PIC X(04).
               10  SC-HD-ISSUE-DATE    PIC 9(08).
               10  SC-HD-DORMANT-DATE  PIC 9(08).
               10  SC-HD-AMOUNT        PIC 9(07)V9(02).
       01  SC-HOLD-COUNT            PIC 9(04) VALUE 0.
       01  SC-STATE-TABLE.
           05  SC-STATE-ENTRY OCCURS 60 TIMES
                   INDEXED BY SC-STATE-IDX.
               10  SC-ST-STATE         PIC X(04).
               10  SC-ST-COUNT         PIC 9(05).
               10  SC-ST-AMOUNT        PIC 9(09)V9(02).
       01  SC-STATE-COUNT           PIC 9(02) VALUE 0.

      * GL ACCOUNTS AND TRAILER CONTROLS -- THE SAME CASH-CLEARING
      * ACCOUNT THE PAY RUNS CREDIT NET PAY TO
       01  GL-CLEARING-ACCOUNT      PIC X(06) VALUE "100200".
       01  GL-UNCLAIMED-ACCOUNT     PIC X(06) VALUE "210500".
       01  SC-GL-DEBIT-ACCT         PIC X(06).
       01  SC-GL-CREDIT-ACCT        PIC X(06).
       01  SC-GL-LINE-TYPE          PIC X(06).
       01  SC-GL-AMOUNT             PIC 9(09)V9(02) VALUE 0.
       01  SC-TRL-COUNT             PIC 9(07) VALUE 0.
       01  SC-TRL-HASH              PIC 9(13)V9(02) VALUE 0.
           COPY FILETRL.

      * COUNTS
       01  SC-COUNT-READ            PIC 9(07) VALUE 0.
       01  SC-COUNT-VOIDED          PIC 9(05) VALUE 0.
       01  SC-COUNT-DUPLICATE       PIC 9(05) VALUE 0.
       01  SC-COUNT-NO-RULE         PIC 9(05) VALUE 0.
       01  SC-COUNT-HELD            PIC 9(05) VALUE 0.
       01  SC-COUNT-NOT-DORMANT     PIC 9(05) VALUE 0.
       01  SC-VOIDED-AMT            PIC 9(09)V9(02) VALUE 0.
       01  SC-HELD-AMT              PIC 9(09)V9(02) VALUE 0.
       01  SC-REMIT-AMT             PIC 9(09)V9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  SC-VA-PROMPT-1           PIC X(60).
       01  SC-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  SC-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  SC-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  SC-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "STALE CHECK / UNCLAIMED WAGES RUN   ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RH-MODE             PIC X(34).

       01  RPT-COL-HDR-LINE.
           05  FILLER              PIC X(09) VALUE "CHECK NO".
           05  FILLER              PIC X(07) VALUE "EMP ID".
           05  FILLER              PIC X(21) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(09) VALUE "ISSUED".
           05  FILLER              PIC X(13) VALUE "      AMOUNT".
           05  FILLER              PIC X(06) VALUE "STATE".
           05  FILLER              PIC X(15) VALUE "DORMANT".

       01  RPT-ITEM-LINE.
           05  RV-CHECK-NO         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RV-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-ISSUE-DATE       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-STATE            PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RV-DORMANT-DATE     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-FLAG             PIC X(06).

       01  RPT-STATE-HDR-LINE.
           05  FILLER              PIC X(26) VALUE
               "HOLDER REPORT -- STATE ".
           05  RS-STATE            PIC X(04).
           05  FILLER              PIC X(16) VALUE
               "   REPORT YEAR ".
           05  RS-YEAR             PIC 9(04).

       01  RPT-HOLDER-COL-LINE.
           05  FILLER              PIC X(21) VALUE "OWNER NAME".
           05  FILLER              PIC X(10) VALUE "TAX ID".
           05  FILLER              PIC X(06) VALUE "EMP".
           05  FILLER              PIC X(09) VALUE "CHECK NO".
           05  FILLER              PIC X(09) VALUE "ISSUED".
           05  FILLER              PIC X(12) VALUE "      AMOUNT".

       01  RPT-HOLDER-LINE.
           05  RO-OWNER-NAME       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RO-TAXPAYER-ID      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RO-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RO-CHECK-NO         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RO-ISSUE-DATE       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RO-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       01  RPT-REMIT-LINE.
           05  FILLER              PIC X(10) VALUE "REMIT TO ".
           05  RR-STATE            PIC X(04).
           05  FILLER              PIC X(09) VALUE "   ITEMS ".
           05  RR-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "   AMOUNT ".
           05  RR-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05  RT-CAPTION          PIC X(23).
           05  RT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "   AMOUNT ".
           05  RT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE "STALE-CHECK".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SC-OPEN-ERROR
               IF MODE-VOID-STALE
                   PERFORM 2000-VOID-STALE-CHECKS THRU 2000-EXIT
               ELSE
                   PERFORM 3000-HOLDER-REPORT THRU 3000-EXIT
               END-IF
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MODE (AND FOR MODE 1 THE
      * STALE-DATE AGE), OPEN WHAT THE MODE NEEDS, LOAD THE RULES
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE RUN MODE" TO SC-VA-PROMPT-1
           MOVE "(1 = VOID STALE, 2 = HOLDER PREVIEW, 3 = HOLDER REMIT)"
               TO SC-VA-PROMPT-2
           MOVE 1 TO SC-VA-LOW
           MOVE 3 TO SC-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SC-VA-PROMPT-1
               SC-VA-PROMPT-2 SC-VA-LOW SC-VA-HIGH SC-VA-RESULT
           MOVE SC-VA-RESULT TO SC-RUN-MODE
           IF MODE-VOID-STALE
               MOVE "ENTER THE STALE-DATE AGE IN DAYS" TO SC-VA-PROMPT-1
               MOVE "(30 TO 999 DAYS AFTER THE ISSUE DATE)"
                   TO SC-VA-PROMPT-2
               MOVE 30 TO SC-VA-LOW
               MOVE 999 TO SC-VA-HIGH
               CALL "VALIDATED-ACCEPT" USING SC-VA-PROMPT-1
                   SC-VA-PROMPT-2 SC-VA-LOW SC-VA-HIGH SC-VA-RESULT
               MOVE SC-VA-RESULT TO SC-STALE-DAYS
           END-IF
           CALL "BUSINESS-DATE" USING SC-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SC-RUN-DATE
               JB-TYPE JB-CODE
           COMPUTE SC-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SC-RUN-DATE)
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           PERFORM 1200-LOAD-RULES THRU 1200-EXIT
           IF NOT SC-OPEN-ERROR
               MOVE SC-RUN-DATE TO RH-RUN-DATE
               EVALUATE TRUE
                   WHEN MODE-VOID-STALE
                       MOVE "STALE-DATED CHECKS VOIDED" TO RH-MODE
                   WHEN MODE-HOLDER-PREVIEW
                       MOVE "HOLDER REPORT PREVIEW -- NO UPDATE"
                           TO RH-MODE
                   WHEN OTHER
                       MOVE "HOLDER REPORT AND REMITTANCE"
                           TO RH-MODE
               END-EVALUATE
               MOVE RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1100-OPEN-FILES -- MODE 1 UPDATES THE REGISTER AND WRITES
      * THE CANCEL ITEMS; MODES 1 AND 3 APPEND A GL SEGMENT; THE
      * PREVIEW ONLY READS THE UNCLAIMED-PROPERTY REGISTER
      *-----------------------
       1100-OPEN-FILES.
           IF MODE-VOID-STALE
               OPEN I-O CHECK-REGISTER-FILE
               IF SC-REG-STATUS(1:1) NOT = "0"
                   DISPLAY "*** UNABLE TO OPEN CHECK-REGISTER FILE -- "
                       "STATUS " SC-REG-STATUS " ***"
                   SET SC-OPEN-ERROR TO TRUE
               END-IF
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF SC-EMP-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                       "STATUS " SC-EMP-STATUS " ***"
                   SET SC-OPEN-ERROR TO TRUE
               END-IF
               OPEN OUTPUT CANCEL-ITEMS-FILE
               IF SC-CAN-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN CANCEL-ITEMS FILE -- "
                       "STATUS " SC-CAN-STATUS " ***"
                   SET SC-OPEN-ERROR TO TRUE
               END-IF
           END-IF
           IF MODE-HOLDER-PREVIEW
               OPEN INPUT UNCLAIMED-PROPERTY-FILE
           ELSE
               OPEN I-O UNCLAIMED-PROPERTY-FILE
           END-IF
           IF SC-UNC-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN UNCLAIMED-PROPERTY FILE -- "
                   "STATUS " SC-UNC-STATUS " ***"
               SET SC-OPEN-ERROR TO TRUE
           END-IF
           IF NOT MODE-HOLDER-PREVIEW
               OPEN EXTEND GL-EXTRACT-FILE
               IF SC-GLX-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                       "STATUS " SC-GLX-STATUS " ***"
                   SET SC-OPEN-ERROR TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT STALE-REPORT-FILE
           IF SC-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STALE-REPORT FILE -- "
                   "STATUS " SC-RPT-STATUS " ***"
               SET SC-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-RULES -- THE ESCHEAT RULES BY WORK LOCATION
      *-----------------------
       1200-LOAD-RULES.
           MOVE 0 TO SC-RULE-COUNT
           OPEN INPUT ESCHEAT-RULES-FILE
           IF SC-RUL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN ESCHEAT RULES FILE -- "
                   "STATUS " SC-RUL-STATUS " ***"
               SET SC-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-RULE THRU 1210-EXIT
           PERFORM 1220-STORE-RULE THRU 1220-EXIT
               UNTIL END-OF-RULES
                  OR SC-RULE-COUNT >= 100
           IF NOT END-OF-RULES
               DISPLAY "*** ESCHEAT RULES TABLE IS FULL AT 100 "
                   "LOCATIONS -- RUN STOPPED ***"
               SET SC-OPEN-ERROR TO TRUE
           END-IF
           CLOSE ESCHEAT-RULES-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-RULE.
           READ ESCHEAT-RULES-FILE
               AT END
                   SET END-OF-RULES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-RULE.
           ADD 1 TO SC-RULE-COUNT
           SET SC-RULE-IDX TO SC-RULE-COUNT
           MOVE ER-WORK-LOCATION TO SC-RULE-LOCATION(SC-RULE-IDX)
           MOVE ER-STATE TO SC-RULE-STATE(SC-RULE-IDX)
           IF ER-DORMANCY-YEARS NUMERIC
               MOVE ER-DORMANCY-YEARS TO SC-RULE-YEARS(SC-RULE-IDX)
           ELSE
               MOVE 1 TO SC-RULE-YEARS(SC-RULE-IDX)
           END-IF
           PERFORM 1210-READ-RULE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1500-FIND-RULE -- THE RULE FOR SC-RULE-LOOKUP, ELSE THE
      * BLANK DEFAULT ROW. NO RULE AT ALL LEAVES THE STATE BLANK:
      * THE ITEM IS HELD BUT CANNOT BE REPORTED UNTIL ONE IS ADDED.
      *-----------------------
       1500-FIND-RULE.
           MOVE SPACES TO SC-RULE-HIT-STATE
           MOVE 1 TO SC-RULE-HIT-YEARS
           MOVE "N" TO SC-FOUND-SWITCH
           PERFORM 1510-MATCH-RULE THRU 1510-EXIT
               VARYING SC-RULE-IDX FROM 1 BY 1
               UNTIL SC-RULE-IDX > SC-RULE-COUNT
                  OR SC-FOUND
           IF NOT SC-FOUND AND SC-RULE-LOOKUP NOT = SPACES
               MOVE SPACES TO SC-RULE-LOOKUP
               PERFORM 1510-MATCH-RULE THRU 1510-EXIT
                   VARYING SC-RULE-IDX FROM 1 BY 1
                   UNTIL SC-RULE-IDX > SC-RULE-COUNT
                      OR SC-FOUND
           END-IF.
       1500-EXIT.
           EXIT.

       1510-MATCH-RULE.
           IF SC-RULE-LOCATION(SC-RULE-IDX) = SC-RULE-LOOKUP
               SET SC-FOUND TO TRUE
               MOVE SC-RULE-STATE(SC-RULE-IDX) TO SC-RULE-HIT-STATE
               MOVE SC-RULE-YEARS(SC-RULE-IDX) TO SC-RULE-HIT-YEARS
           END-IF.
       1510-EXIT.
           EXIT.

      *-----------------------
      * 1600-SET-DORMANT-DATE -- THE ISSUE DATE PLUS THE RULE'S
      * DORMANCY YEARS (A 29 FEBRUARY ISSUE FALLS DUE ON THE 28TH)
      *-----------------------
       1600-SET-DORMANT-DATE.
           COMPUTE SC-DORMANT-CCYY =
               SC-DORMANT-CCYY + SC-RULE-HIT-YEARS
           IF SC-DORMANT-MMDD = 0229
               MOVE 0228 TO SC-DORMANT-MMDD
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------
      * 2000-VOID-STALE-CHECKS -- WALK THE WHOLE REGISTER AND VOID
      * EVERY ISSUED CHECK AT OR PAST THE STALE-DATE AGE, THEN BOOK
      * THE TOTAL OUT OF CASH CLEARING
      *-----------------------
       2000-VOID-STALE-CHECKS.
           MOVE RPT-COL-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZEROS TO CK-CHECK-NO
           START CHECK-REGISTER-FILE KEY >= CK-CHECK-NO
               INVALID KEY
                   SET END-OF-REGISTER TO TRUE
           END-START
           PERFORM 2050-READ-NEXT-CHECK THRU 2050-EXIT
           PERFORM 2100-VOID-ONE-CHECK THRU 2100-EXIT
               UNTIL END-OF-REGISTER
           CLOSE CANCEL-ITEMS-FILE
           IF SC-VOIDED-AMT > 0
               MOVE GL-CLEARING-ACCOUNT TO SC-GL-DEBIT-ACCT
               MOVE GL-UNCLAIMED-ACCOUNT TO SC-GL-CREDIT-ACCT
               MOVE "STALE " TO SC-GL-LINE-TYPE
               MOVE SC-VOIDED-AMT TO SC-GL-AMOUNT
               PERFORM 4000-WRITE-GL-SEGMENT THRU 4000-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CHECKS VOIDED STALE" TO RT-CAPTION
           MOVE SC-COUNT-VOIDED TO RT-COUNT
           MOVE SC-VOIDED-AMT TO RT-AMOUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-EXIT.
           EXIT.

       2050-READ-NEXT-CHECK.
           IF NOT END-OF-REGISTER
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-REGISTER TO TRUE
               END-READ
           END-IF.
       2050-EXIT.
           EXIT.

       2100-VOID-ONE-CHECK.
           ADD 1 TO SC-COUNT-READ
           IF NOT CK-STATUS-ISSUED
               GO TO 2100-NEXT
           END-IF
           COMPUTE SC-ISSUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CK-ISSUE-DATE)
           COMPUTE SC-CHECK-AGE = SC-RUN-DATE-INT - SC-ISSUE-DATE-INT
           IF SC-CHECK-AGE < SC-STALE-DAYS
               GO TO 2100-NEXT
           END-IF
           MOVE SPACES TO UNCLAIMED-PROPERTY-RECORD
           MOVE CK-EMP-ID TO UP-EMP-ID
           MOVE CK-CHECK-NO TO UP-CHECK-NO
           MOVE CK-EMP-NAME TO UP-OWNER-NAME
           MOVE CK-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM-TAXPAYER-ID TO UP-TAXPAYER-ID
                   MOVE EM-WORK-LOCATION TO UP-WORK-LOCATION
           END-READ
           MOVE UP-WORK-LOCATION TO SC-RULE-LOOKUP
           PERFORM 1500-FIND-RULE THRU 1500-EXIT
           IF SC-RULE-HIT-STATE = SPACES
               ADD 1 TO SC-COUNT-NO-RULE
           END-IF
           MOVE CK-ISSUE-DATE TO SC-DORMANT-DATE
           PERFORM 1600-SET-DORMANT-DATE THRU 1600-EXIT
           MOVE SC-RULE-HIT-STATE TO UP-STATE
           MOVE CK-ISSUE-DATE TO UP-ISSUE-DATE
           MOVE SC-RUN-DATE TO UP-STALE-DATE
           MOVE SC-DORMANT-DATE TO UP-DORMANT-DATE
           MOVE CK-AMOUNT TO UP-AMOUNT
           MOVE "H" TO UP-STATUS
           MOVE 0 TO UP-REMIT-DATE
           MOVE 0 TO UP-REPORT-YEAR
           WRITE UNCLAIMED-PROPERTY-RECORD
               INVALID KEY
                   DISPLAY "*** CHECK " CK-CHECK-NO " ALREADY ON THE "
                       "UNCLAIMED-PROPERTY REGISTER -- LEFT ISSUED ***"
                   ADD 1 TO SC-COUNT-DUPLICATE
                   GO TO 2100-NEXT
           END-WRITE
           MOVE "V" TO CK-STATUS
           MOVE "T" TO CK-VOID-REASON
           MOVE SC-RUN-DATE TO CK-VOID-DATE
           REWRITE CHECK-REGISTER-RECORD
           MOVE SPACES TO CANCEL-ITEM-RECORD
           MOVE "V" TO II-RECORD-TYPE
           MOVE SC-DISB-ACCOUNT TO II-ACCOUNT
           MOVE CK-CHECK-NO TO II-CHECK-NO
           MOVE CK-ISSUE-DATE TO II-ISSUE-DATE
           COMPUTE II-AMOUNT-CENTS = CK-AMOUNT * 100
           MOVE CK-EMP-NAME TO II-PAYEE-NAME
           WRITE CANCEL-ITEM-RECORD
           ADD 1 TO SC-COUNT-VOIDED
           ADD CK-AMOUNT TO SC-VOIDED-AMT
           MOVE CK-CHECK-NO TO RV-CHECK-NO
           MOVE CK-EMP-ID TO RV-EMP-ID
           MOVE CK-EMP-NAME TO RV-EMP-NAME
           MOVE CK-ISSUE-DATE TO RV-ISSUE-DATE
           MOVE CK-AMOUNT TO RV-AMOUNT
           MOVE UP-STATE TO RV-STATE
           MOVE UP-DORMANT-DATE TO RV-DORMANT-DATE
           IF UP-STATE = SPACES
               MOVE "NORULE" TO RV-FLAG
           ELSE
               MOVE SPACES TO RV-FLAG
           END-IF
           MOVE RPT-ITEM-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2100-NEXT.
           PERFORM 2050-READ-NEXT-CHECK THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 3000-HOLDER-REPORT -- THE REGISTER BY EMPLOYEE, THEN A
      * HOLDER REPORT PER STATE OF EVERY HELD ITEM PAST ITS DORMANCY
      * DATE, THEN THE REMITTANCE LISTING. THE STATE AND DORMANCY
      * DATE ARE TAKEN FROM THE CURRENT RULES, SO A RULE ADDED OR
      * CORRECTED SINCE THE VOID APPLIES. MODE 3 THEN MARKS THE
      * REPORTED ITEMS REMITTED AND JOURNALS THE REMITTANCE.
      *-----------------------
       3000-HOLDER-REPORT.
           MOVE RPT-COL-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO UP-KEY
           START UNCLAIMED-PROPERTY-FILE KEY >= UP-KEY
               INVALID KEY
                   SET END-OF-PROPERTY TO TRUE
           END-START
           PERFORM 3050-READ-PROPERTY THRU 3050-EXIT
           PERFORM 3100-TAKE-ONE-PROPERTY THRU 3100-EXIT
               UNTIL END-OF-PROPERTY
                  OR SC-TABLE-FULL
           IF SC-TABLE-FULL
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-PRINT-STATE THRU 3200-EXIT
               VARYING SC-STATE-IDX FROM 1 BY 1
               UNTIL SC-STATE-IDX > SC-STATE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REMITTANCE LISTING" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3300-PRINT-REMITTANCE THRU 3300-EXIT
               VARYING SC-STATE-IDX FROM 1 BY 1
               UNTIL SC-STATE-IDX > SC-STATE-COUNT
           MOVE "TOTAL REMITTANCE" TO RT-CAPTION
           MOVE SC-HOLD-COUNT TO RT-COUNT
           MOVE SC-REMIT-AMT TO RT-AMOUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "HELD, NOT YET DORMANT" TO RT-CAPTION
           MOVE SC-COUNT-NOT-DORMANT TO RT-COUNT
           COMPUTE RT-AMOUNT = SC-HELD-AMT - SC-REMIT-AMT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF MODE-HOLDER-REMIT AND SC-HOLD-COUNT > 0
               PERFORM 3400-MARK-REMITTED THRU 3400-EXIT
                   VARYING SC-HOLD-IDX FROM 1 BY 1
                   UNTIL SC-HOLD-IDX > SC-HOLD-COUNT
               MOVE GL-UNCLAIMED-ACCOUNT TO SC-GL-DEBIT-ACCT
               MOVE GL-CLEARING-ACCOUNT TO SC-GL-CREDIT-ACCT
               MOVE "ESCHT " TO SC-GL-LINE-TYPE
               MOVE SC-REMIT-AMT TO SC-GL-AMOUNT
               PERFORM 4000-WRITE-GL-SEGMENT THRU 4000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-READ-PROPERTY.
           READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
               AT END
                   SET END-OF-PROPERTY TO TRUE
           END-READ.
       3050-EXIT.
           EXIT.

       3100-TAKE-ONE-PROPERTY.
           IF NOT UP-STATUS-HELD
               GO TO 3100-NEXT
           END-IF
           ADD 1 TO SC-COUNT-HELD
           ADD UP-AMOUNT TO SC-HELD-AMT
           MOVE UP-WORK-LOCATION TO SC-RULE-LOOKUP
           PERFORM 1500-FIND-RULE THRU 1500-EXIT
           IF NOT SC-FOUND
               MOVE UP-STATE TO SC-RULE-HIT-STATE
           END-IF
           MOVE UP-ISSUE-DATE TO SC-DORMANT-DATE
           PERFORM 1600-SET-DORMANT-DATE THRU 1600-EXIT
           MOVE UP-CHECK-NO TO RV-CHECK-NO
           MOVE UP-EMP-ID TO RV-EMP-ID
           MOVE UP-OWNER-NAME TO RV-EMP-NAME
           MOVE UP-ISSUE-DATE TO RV-ISSUE-DATE
           MOVE UP-AMOUNT TO RV-AMOUNT
           MOVE SC-RULE-HIT-STATE TO RV-STATE
           MOVE SC-DORMANT-DATE TO RV-DORMANT-DATE
           EVALUATE TRUE
               WHEN SC-RULE-HIT-STATE = SPACES
                   ADD 1 TO SC-COUNT-NO-RULE
                   ADD 1 TO SC-COUNT-NOT-DORMANT
                   MOVE "NORULE" TO RV-FLAG
               WHEN SC-DORMANT-DATE > SC-RUN-DATE
                   ADD 1 TO SC-COUNT-NOT-DORMANT
                   MOVE SPACES TO RV-FLAG
               WHEN OTHER
                   PERFORM 3150-ADD-HOLDER-ITEM THRU 3150-EXIT
                   MOVE "REPORT" TO RV-FLAG
           END-EVALUATE
           MOVE RPT-ITEM-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-NEXT.
           PERFORM 3050-READ-PROPERTY THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------
      * 3150-ADD-HOLDER-ITEM -- A REPORTABLE ITEM INTO THE HOLDER
      * TABLE AND ITS STATE'S REMITTANCE TOTAL. A RUN PAST EITHER
      * TABLE STOPS BEFORE ANY UPDATE.
      *-----------------------
       3150-ADD-HOLDER-ITEM.
           IF SC-HOLD-COUNT >= 1000
               DISPLAY "*** MORE THAN 1000 REPORTABLE ITEMS -- NOTHING "
                   "REMITTED OR UPDATED ***"
               SET SC-TABLE-FULL TO TRUE
               GO TO 3150-EXIT
           END-IF
           MOVE "N" TO SC-FOUND-SWITCH
           PERFORM 3160-MATCH-STATE THRU 3160-EXIT
               VARYING SC-STATE-IDX FROM 1 BY 1
               UNTIL SC-STATE-IDX > SC-STATE-COUNT
                  OR SC-FOUND
           IF SC-FOUND
               SET SC-STATE-IDX DOWN BY 1
           ELSE
               IF SC-STATE-COUNT >= 60
                   DISPLAY "*** MORE THAN 60 HOLDER STATES -- NOTHING "
                       "REMITTED OR UPDATED ***"
                   SET SC-TABLE-FULL TO TRUE
                   GO TO 3150-EXIT
               END-IF
               ADD 1 TO SC-STATE-COUNT
               SET SC-STATE-IDX TO SC-STATE-COUNT
               MOVE SC-RULE-HIT-STATE TO SC-ST-STATE(SC-STATE-IDX)
               MOVE 0 TO SC-ST-COUNT(SC-STATE-IDX)
               MOVE 0 TO SC-ST-AMOUNT(SC-STATE-IDX)
           END-IF
           ADD 1 TO SC-ST-COUNT(SC-STATE-IDX)
           ADD UP-AMOUNT TO SC-ST-AMOUNT(SC-STATE-IDX)
           ADD UP-AMOUNT TO SC-REMIT-AMT
           ADD 1 TO SC-HOLD-COUNT
           SET SC-HOLD-IDX TO SC-HOLD-COUNT
           MOVE UP-EMP-ID TO SC-HD-EMP-ID(SC-HOLD-IDX)
           MOVE UP-CHECK-NO TO SC-HD-CHECK-NO(SC-HOLD-IDX)
           MOVE UP-OWNER-NAME TO SC-HD-NAME(SC-HOLD-IDX)
           MOVE UP-TAXPAYER-ID TO SC-HD-TAXPAYER-ID(SC-HOLD-IDX)
           MOVE SC-RULE-HIT-STATE TO SC-HD-STATE(SC-HOLD-IDX)
           MOVE UP-ISSUE-DATE TO SC-HD-ISSUE-DATE(SC-HOLD-IDX)
           MOVE SC-DORMANT-DATE TO SC-HD-DORMANT-DATE(SC-HOLD-IDX)
           MOVE UP-AMOUNT TO SC-HD-AMOUNT(SC-HOLD-IDX).
       3150-EXIT.
           EXIT.

       3160-MATCH-STATE.
           IF SC-ST-STATE(SC-STATE-IDX) = SC-RULE-HIT-STATE
               SET SC-FOUND TO TRUE
           END-IF.
       3160-EXIT.
           EXIT.

      *-----------------------
      * 3200-PRINT-STATE -- ONE STATE'S HOLDER REPORT: EVERY OWNER
      * AND ITEM REPORTED TO IT, AND ITS TOTAL
      *-----------------------
       3200-PRINT-STATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SC-ST-STATE(SC-STATE-IDX) TO RS-STATE
           MOVE SC-RUN-CCYY TO RS-YEAR
           MOVE RPT-STATE-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-HOLDER-COL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3210-PRINT-STATE-ITEM THRU 3210-EXIT
               VARYING SC-HOLD-IDX FROM 1 BY 1
               UNTIL SC-HOLD-IDX > SC-HOLD-COUNT
           MOVE "STATE TOTAL" TO RT-CAPTION
           MOVE SC-ST-COUNT(SC-STATE-IDX) TO RT-COUNT
           MOVE SC-ST-AMOUNT(SC-STATE-IDX) TO RT-AMOUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3200-EXIT.
           EXIT.

       3210-PRINT-STATE-ITEM.
           IF SC-HD-STATE(SC-HOLD-IDX) = SC-ST-STATE(SC-STATE-IDX)
               MOVE SC-HD-NAME(SC-HOLD-IDX) TO RO-OWNER-NAME
               MOVE SC-HD-TAXPAYER-ID(SC-HOLD-IDX) TO RO-TAXPAYER-ID
               MOVE SC-HD-EMP-ID(SC-HOLD-IDX) TO RO-EMP-ID
               MOVE SC-HD-CHECK-NO(SC-HOLD-IDX) TO RO-CHECK-NO
               MOVE SC-HD-ISSUE-DATE(SC-HOLD-IDX) TO RO-ISSUE-DATE
               MOVE SC-HD-AMOUNT(SC-HOLD-IDX) TO RO-AMOUNT
               MOVE RPT-HOLDER-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       3210-EXIT.
           EXIT.

       3300-PRINT-REMITTANCE.
           MOVE SC-ST-STATE(SC-STATE-IDX) TO RR-STATE
           MOVE SC-ST-COUNT(SC-STATE-IDX) TO RR-COUNT
           MOVE SC-ST-AMOUNT(SC-STATE-IDX) TO RR-AMOUNT
           MOVE RPT-REMIT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3300-EXIT.
           EXIT.

       3400-MARK-REMITTED.
           MOVE SC-HD-EMP-ID(SC-HOLD-IDX) TO UP-EMP-ID
           MOVE SC-HD-CHECK-NO(SC-HOLD-IDX) TO UP-CHECK-NO
           READ UNCLAIMED-PROPERTY-FILE
               INVALID KEY
                   DISPLAY "*** REGISTER ITEM " UP-KEY
                       " VANISHED BEFORE REMITTANCE ***"
                   GO TO 3400-EXIT
           END-READ
           MOVE "R" TO UP-STATUS
           MOVE SC-HD-STATE(SC-HOLD-IDX) TO UP-STATE
           MOVE SC-HD-DORMANT-DATE(SC-HOLD-IDX) TO UP-DORMANT-DATE
           MOVE SC-RUN-DATE TO UP-REMIT-DATE
           MOVE SC-RUN-CCYY TO UP-REPORT-YEAR
           REWRITE UNCLAIMED-PROPERTY-RECORD.
       3400-EXIT.
           EXIT.

      *-----------------------
      * 4000-WRITE-GL-SEGMENT -- ONE DEBIT AND ONE CREDIT FOR THE
      * RUN'S TOTAL, THE PROOF LINES, AND THE CONTROL TRAILER, DATED
      * THE BUSINESS DATE -- THE SAME SEGMENT SHAPE THE PAY RUNS
      * APPEND
      *-----------------------
       4000-WRITE-GL-SEGMENT.
           MOVE 0 TO SC-TRL-COUNT
           MOVE 0 TO SC-TRL-HASH
           MOVE SPACES TO GL-RECORD
           MOVE SC-RUN-DATE TO GL-RUN-DATE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE SC-GL-DEBIT-ACCT TO GL-ACCOUNT-CODE
           MOVE "D" TO GL-DRCR-FLAG
           MOVE SC-GL-LINE-TYPE TO GL-LINE-TYPE
           MOVE SC-GL-AMOUNT TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO SC-TRL-COUNT
           ADD GL-AMOUNT TO SC-TRL-HASH
           MOVE SPACES TO GL-RECORD
           MOVE SC-RUN-DATE TO GL-RUN-DATE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE SC-GL-CREDIT-ACCT TO GL-ACCOUNT-CODE
           MOVE "C" TO GL-DRCR-FLAG
           MOVE SC-GL-LINE-TYPE TO GL-LINE-TYPE
           MOVE SC-GL-AMOUNT TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO SC-TRL-COUNT
           ADD GL-AMOUNT TO SC-TRL-HASH
           MOVE SPACES TO GL-RECORD
           MOVE SC-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE SC-GL-AMOUNT TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE SC-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE SC-GL-AMOUNT TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO SC-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE SC-RUN-DATE TO FT-RUN-DATE
           MOVE "TRAILER " TO FT-MARKER
           MOVE SC-TRL-COUNT TO FT-RECORD-COUNT
           MOVE SC-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD.
       4000-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR.
      * RETURN CODE 4 WHEN AN ITEM HAS NO ESCHEAT RULE OR A CHECK
      * WAS ALREADY ON THE REGISTER, 8 WHEN THE HOLDER RUN STOPPED
      * ON A FULL TABLE
      *-----------------------
       5000-PRINT-SUMMARY.
           DISPLAY "STALE-CHECK RUN SUMMARY"
           IF MODE-VOID-STALE
               DISPLAY "  STALE-DATE AGE....: " SC-STALE-DAYS
               DISPLAY "  CHECKS READ.......: " SC-COUNT-READ
               DISPLAY "  CHECKS VOIDED.....: " SC-COUNT-VOIDED
               DISPLAY "  AMOUNT TO UNCLAIMED: " SC-VOIDED-AMT
               DISPLAY "  ALREADY REGISTERED: " SC-COUNT-DUPLICATE
           ELSE
               DISPLAY "  ITEMS HELD........: " SC-COUNT-HELD
               DISPLAY "  AMOUNT HELD.......: " SC-HELD-AMT
               DISPLAY "  ITEMS REPORTABLE..: " SC-HOLD-COUNT
               DISPLAY "  AMOUNT REPORTABLE.: " SC-REMIT-AMT
               DISPLAY "  NOT YET DORMANT...: " SC-COUNT-NOT-DORMANT
               IF MODE-HOLDER-PREVIEW
                   DISPLAY "  PREVIEW -- NOTHING MARKED REMITTED"
               END-IF
           END-IF
           DISPLAY "  NO ESCHEAT RULE...: " SC-COUNT-NO-RULE
           EVALUATE TRUE
               WHEN SC-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN SC-COUNT-NO-RULE > 0 OR SC-COUNT-DUPLICATE > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SC-RUN-DATE
               JB-TYPE JB-CODE
           IF MODE-VOID-STALE
               CLOSE CHECK-REGISTER-FILE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF NOT MODE-HOLDER-PREVIEW
               CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE UNCLAIMED-PROPERTY-FILE
           CLOSE STALE-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM STALE-CHECK.
