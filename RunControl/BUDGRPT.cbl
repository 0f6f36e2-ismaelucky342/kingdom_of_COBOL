      *                  that the department actuals summed per
      *                  account tie to the GLMAST buckets
      *                  GL-POSTING built for the period.
      * 2026-10-15  JCM  Actuals now take the month-end wage accrual's
      *                  ACCRUE lines as well: the accrual debit adds to
      *                  the month it is dated in and the reversal
      *                  credit nets it back out of the next, so each
      *                  month shows the wages it earned. Only
      *                  department-charged lines count, as before.
      * 2026-10-15  JCM  Actuals take the credits of an ACH reversal's
      *                  REVRSL lines off the department expense for the
      *                  month the reversal ran in; the reversal's cash
      *                  debit is passed over.
      * 2026-10-15  JCM  Actuals take the employer retirement-plan match
      *                  expense debits (line type MATCH) with the
      *                  employer taxes, as part of the cost of payroll.
      * 2026-10-15  JCM  GLMAST buckets now carry the ledger entity; the
      *                  posted-activity tie sums the account's buckets
      *                  for the period across every entity.
      * 2026-10-15  JCM  Actuals take the month-end overhead allocation
      *                  (line type ALLOC) both ways: the pool's credit
      *                  comes off the shared-service department and
      *                  each share's debit adds to the department it
      *                  was allocated to.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               FILE STATUS IS BV-EXT-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS BV-MST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDRPT"
           05  GM-KEY.
               10  GM-ACCOUNT-CODE     PIC X(06).
               10  GM-PERIOD           PIC 9(06).
               10  GM-ENTITY           PIC X(02).
           05  GM-DEBITS               PIC 9(11)V9(02).
           05  GM-CREDITS              PIC 9(11)V9(02).
           05  GM-BALANCE              PIC S9(11)V9(02).
           88  END-OF-DEPARTMENTS      VALUE "Y".
       01  BV-EXT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EXTRACT          VALUE "Y".
       01  BV-MST-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-ACCOUNT-BUCKETS  VALUE "Y".
       01  BV-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  BV-OPEN-ERROR            VALUE "Y".
       01  BV-ROW-FOUND-SWITCH      PIC X(01) VALUE "N".
       01  BV-THRESHOLD-PCT         PIC 9(03) VALUE 0.
       01  BV-RUN-DATE              PIC 9(08).
       01  BV-EXT-PERIOD            PIC 9(06) VALUE 0.
       01  BV-EXT-AMOUNT            PIC S9(09)V9(02) VALUE 0.

      * ONE ROW PER DEPARTMENT/ACCOUNT SEEN ON EITHER SIDE OF THE
      * JOIN -- BUDGET WITHOUT ACTUALS AND ACTUALS WITHOUT BUDGET
      * 3000-ACCUMULATE-ACTUALS -- THE DEPARTMENT EXPENSE DEBITS
      * (GROSS PAY AND EMPLOYER TAX LINES) OF THE GL EXTRACT,
      * BUCKETED BY THE SAME RUN-DATE-TO-PERIOD RULE GL-POSTING
      * USES. MONTH-END ACCRUAL LINES COUNT BOTH WAYS -- THE
      * ACCRUAL'S DEBIT ADDS TO ITS MONTH AND THE REVERSAL'S CREDIT
      * COMES OFF THE NEXT -- SO EACH MONTH CARRIES THE WAGES IT
      * EARNED RATHER THAN THE WAGES IT PAID. AN ACH REVERSAL'S
      * EXPENSE CREDITS COME OFF THE MONTH IT RAN IN; ITS CASH
      * DEBIT IS NOT AN EXPENSE AND IS PASSED OVER. OVERHEAD
      * ALLOCATION LINES COUNT BOTH WAYS TOO -- THE POOL CREDITED
      * OUT OF THE SHARED-SERVICE DEPARTMENT, EACH SHARE DEBITED TO
      * THE DEPARTMENT IT WAS ALLOCATED TO.
      *-----------------------
       3000-ACCUMULATE-ACTUALS.
           PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
           IF NOT GL-JOURNAL-LINE
               GO TO 3200-NEXT
           END-IF
           IF NOT GL-LINE-GROSS AND NOT GL-LINE-EMPLR
               AND NOT GL-LINE-ACCRUAL AND NOT GL-LINE-REVERSAL
               AND NOT GL-LINE-MATCH AND NOT GL-LINE-ALLOCATION
               GO TO 3200-NEXT
           END-IF
           IF NOT GL-IS-DEBIT AND NOT GL-LINE-ACCRUAL
               AND NOT GL-LINE-REVERSAL AND NOT GL-LINE-ALLOCATION
               GO TO 3200-NEXT
           END-IF
           IF GL-LINE-REVERSAL AND GL-IS-DEBIT
               GO TO 3200-NEXT
           END-IF
           IF GL-DEPARTMENT = SPACES
               GO TO 3200-NEXT
           END-IF
           SET BV-ROW-IDX TO BV-ROW-SUB
           MOVE GL-AMOUNT TO BV-EXT-AMOUNT
           IF GL-IS-CREDIT
               COMPUTE BV-EXT-AMOUNT = 0 - GL-AMOUNT
           END-IF
           ADD BV-EXT-AMOUNT TO BV-ROW-ACT-YTD(BV-ROW-IDX)
           IF BV-EXT-PERIOD = BV-REPORT-PERIOD
               ADD BV-EXT-AMOUNT TO BV-ROW-ACT-CUR(BV-ROW-IDX)
               PERFORM 7500-FOLD-ACCOUNT-TOTAL THRU 7500-EXIT
           END-IF.
       3200-NEXT.
      * 6000-PRINT-GLMAST-TIE -- THE DEPARTMENT ACTUALS SUMMED PER
      * ACCOUNT MUST SIT INSIDE THE POSTED BUCKET'S DEBITS FOR THE
      * PERIOD; AN ACCOUNT WHOSE EXTRACT LINES EXCEED WHAT WAS
      * POSTED MEANS UNPOSTED OR DOUBLE-COUNTED EXTRACT. THE POSTED
      * FIGURE IS THE ACCOUNT/PERIOD SUMMED ACROSS EVERY LEDGER
      * ENTITY, AS THE EXTRACT CARRIES EVERY COMPANY'S LINES.
      *-----------------------
       6000-PRINT-GLMAST-TIE.
           MOVE SPACES TO RPT-LINE
           SET BV-ACCT-IDX TO BV-ACCT-SUB
           MOVE BV-ACCT-CODE(BV-ACCT-IDX) TO GM-ACCOUNT-CODE
           MOVE BV-REPORT-PERIOD TO GM-PERIOD
           MOVE LOW-VALUES TO GM-ENTITY
           MOVE 0 TO BV-POSTED-DEBITS
           MOVE "N" TO BV-MST-EOF-SWITCH
           START GL-MASTER-FILE KEY >= GM-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-BUCKETS TO TRUE
           END-START
           PERFORM 6110-READ-NEXT-BUCKET THRU 6110-EXIT
           PERFORM 6120-SUM-ONE-ENTITY THRU 6120-EXIT
               UNTIL END-OF-ACCOUNT-BUCKETS
           MOVE BV-ACCT-CODE(BV-ACCT-IDX) TO RT-ACCOUNT
           MOVE BV-ACCT-ACT-CUR(BV-ACCT-IDX) TO RT-EXTRACT
           MOVE BV-POSTED-DEBITS TO RT-POSTED
       6100-EXIT.
           EXIT.

      * THE NEXT BUCKET, WHILE IT IS STILL THE SAME ACCOUNT/PERIOD
       6110-READ-NEXT-BUCKET.
           IF NOT END-OF-ACCOUNT-BUCKETS
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-ACCOUNT-BUCKETS TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-ACCOUNT-BUCKETS
               IF GM-ACCOUNT-CODE NOT = BV-ACCT-CODE(BV-ACCT-IDX)
                   OR GM-PERIOD NOT = BV-REPORT-PERIOD
                   SET END-OF-ACCOUNT-BUCKETS TO TRUE
               END-IF
           END-IF.
       6110-EXIT.
           EXIT.

       6120-SUM-ONE-ENTITY.
           ADD GM-DEBITS TO BV-POSTED-DEBITS
           PERFORM 6110-READ-NEXT-BUCKET THRU 6110-EXIT.
       6120-EXIT.
           EXIT.

      *-----------------------
      * 7000-FIND-OR-ADD-ROW -- THE JOIN KEY IS DEPARTMENT PLUS
      * ACCOUNT (STAGED IN RD-DEPT-CODE / RL-ACCOUNT BY THE
               MOVE 0 TO BV-ACCT-ACT-CUR(BV-ACCT-IDX)
           END-IF
           SET BV-ACCT-IDX TO BV-ACCT-SUB
           ADD BV-EXT-AMOUNT TO BV-ACCT-ACT-CUR(BV-ACCT-IDX).
       7500-EXIT.
           EXIT.

