       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GL-YEAR-END-CLOSE.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. There was no GL year-end
      *                  close: revenue and expense balances on
      *                  GLMAST ran on across years and the balance
      *                  sheet only balanced by computing its
      *                  earnings line cumulatively. Once every
      *                  period of the fiscal year is locked through
      *                  PERIOD-CLOSE, this job zeroes each revenue
      *                  and expense account's balance, per ledger
      *                  entity, into the year's closing period
      *                  (CCYY13, after December and before the next
      *                  January) and posts the net to the retained-
      *                  earnings account the GLYECTL control record
      *                  names for the entity. The closing journal
      *                  prints with its proof. Posting takes a
      *                  level-3 (supervisor) operator on OPERMAST
      *                  and a second keyed confirmation; without
      *                  both the journal prints as a preview and
      *                  nothing is written. A year with any period
      *                  still open, or already closed, is refused.
      * 2026-10-15  JCM  Each closing entry posted also writes a posted-
      *                  journal detail record (GLDETL, line type
      *                  YECLOS), so the closing-period buckets drill
      *                  down and prove like any other.
      * 2026-10-15  JCM  The close approval names this program and the
      *                  fiscal year on the central security log, and a
      *                  close that posts is logged against the
      *                  approving operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GY-CHT-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS GY-MST-STATUS.
           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GY-PRD-STATUS.
           SELECT YEAR-END-CONTROL-FILE ASSIGN TO "GLYECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GY-CTL-STATUS.
           SELECT CLOSING-JOURNAL-FILE ASSIGN TO "GLYECLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GY-JNL-STATUS.
           SELECT OPTIONAL POSTED-DETAIL-FILE ASSIGN TO "GLDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-KEY
               FILE STATUS IS GY-DTL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-RECORD.
           05  GA-ACCOUNT-CODE         PIC X(06).
           05  GA-DESCRIPTION          PIC X(20).
      * "A" ASSET, "L" LIABILITY, "Q" EQUITY, "R" REVENUE,
      * "E" EXPENSE
           05  GA-ACCOUNT-TYPE         PIC X(01).
           05  GA-STMT-LINE            PIC 9(02).

      * SAME BUCKET LAYOUT GL-POSTING MAINTAINS
       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD.
           05  GM-KEY.
               10  GM-ACCOUNT-CODE     PIC X(06).
               10  GM-PERIOD           PIC 9(06).
               10  GM-ENTITY           PIC X(02).
           05  GM-DEBITS               PIC 9(11)V9(02).
           05  GM-CREDITS              PIC 9(11)V9(02).
           05  GM-BALANCE              PIC S9(11)V9(02).

      * THE PERIOD-CLOSE JOB'S LOCKS -- A PERIOD NOT ON FILE IS
      * OPEN
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD               PIC 9(06).
           05  PS-STATUS               PIC X(01).
               88  PS-STATUS-CLOSED        VALUE "C".
           05  PS-CLOSED-DATE          PIC 9(08).

      * ONE RECORD PER LEDGER ENTITY NAMING THE RETAINED-EARNINGS
      * ACCOUNT ITS NET INCOME CLOSES TO. A BLANK ENTITY IS THE
      * DEFAULT FOR EVERY ENTITY WITHOUT A RECORD OF ITS OWN.
       FD  YEAR-END-CONTROL-FILE.
       01  YEAR-END-CONTROL-RECORD.
           05  YC-ENTITY               PIC X(02).
           05  YC-RETAINED-ACCOUNT     PIC X(06).

       FD  CLOSING-JOURNAL-FILE.
       01  CJ-LINE                     PIC X(80).

      * EACH CLOSING ENTRY ALSO GOES ON THE POSTED-JOURNAL DETAIL,
      * SO THE CLOSING-PERIOD BUCKETS DRILL DOWN LIKE ANY OTHER
       FD  POSTED-DETAIL-FILE.
           COPY GLDETL.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  GY-CHT-STATUS            PIC X(02) VALUE "00".
       01  GY-MST-STATUS            PIC X(02) VALUE "00".
       01  GY-PRD-STATUS            PIC X(02) VALUE "00".
       01  GY-CTL-STATUS            PIC X(02) VALUE "00".
       01  GY-JNL-STATUS            PIC X(02) VALUE "00".
       01  GY-DTL-STATUS            PIC X(02) VALUE "00".
       01  GY-CHT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CHART            VALUE "Y".
       01  GY-MST-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-GL-MASTER        VALUE "Y".
       01  GY-PRD-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-PERIOD-FILE      VALUE "Y".
       01  GY-CTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CONTROL-FILE     VALUE "Y".
       01  GY-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  GY-OPEN-ERROR           VALUE "Y".
       01  GY-REFUSED-SWITCH        PIC X(01) VALUE "N".
           88  GY-REFUSED              VALUE "Y".
       01  GY-POST-SWITCH           PIC X(01) VALUE "N".
           88  GY-POSTING              VALUE "Y".
       01  GY-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  GY-FOUND                VALUE "Y".

       01  GY-RUN-DATE              PIC 9(08).
       01  GY-CLOSING-YEAR          PIC 9(04) VALUE 0.
       01  GY-YEAR-FIRST            PIC 9(06) VALUE 0.
       01  GY-YEAR-LAST             PIC 9(06) VALUE 0.
       01  GY-CLOSING-PERIOD        PIC 9(06) VALUE 0.
       01  GY-PRIOR-CLOSE-BUCKETS   PIC 9(05) VALUE 0.
       01  GY-CONFIRM               PIC 9(01) VALUE 0.
       01  SUB                      PIC 9(03) VALUE 0.

      * THE YEAR'S TWELVE PERIODS -- "C" ONCE LOCKED
       01  GY-MONTH-TABLE.
           05  GY-MONTH-STATUS OCCURS 12 TIMES
                                    PIC X(01).
       01  GY-MONTH-SUB             PIC 9(02) VALUE 0.
       01  GY-OPEN-COUNT            PIC 9(02) VALUE 0.

      * THE CHART -- ACCOUNT TYPE AND DESCRIPTION
       01  GY-CHART-TABLE.
           05  GY-CHART-ENTRY OCCURS 200 TIMES
                   INDEXED BY GY-CHART-IDX.
               10  GY-CHART-ACCOUNT    PIC X(06).
               10  GY-CHART-DESC       PIC X(20).
               10  GY-CHART-TYPE       PIC X(01).
       01  GY-CHART-COUNT           PIC 9(03) VALUE 0.
       01  GY-CHART-SUB             PIC 9(03) VALUE 0.

      * THE CONTROL RECORDS
       01  GY-CTL-TABLE.
           05  GY-CTL-ENTRY OCCURS 50 TIMES INDEXED BY GY-CTL-IDX.
               10  GY-CTL-ENTITY       PIC X(02).
               10  GY-CTL-ACCOUNT      PIC X(06).
       01  GY-CTL-COUNT             PIC 9(02) VALUE 0.
       01  GY-DEFAULT-RETAINED      PIC X(06) VALUE SPACES.

      * EVERY REVENUE AND EXPENSE ACCOUNT'S CUMULATIVE BALANCE
      * (DEBIT-POSITIVE, AS GLMAST KEEPS IT) THROUGH THE YEAR'S
      * LAST PERIOD, BY ENTITY -- WHAT THE CLOSE ZEROES
       01  GY-BAL-TABLE.
           05  GY-BAL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY GY-BAL-IDX.
               10  GY-BAL-ACCOUNT      PIC X(06).
               10  GY-BAL-ENTITY       PIC X(02).
               10  GY-BAL-CHART-SUB    PIC 9(03).
               10  GY-BAL-AMOUNT       PIC S9(11)V9(02).
       01  GY-BAL-COUNT             PIC 9(04) VALUE 0.
       01  GY-BAL-SUB               PIC 9(04) VALUE 0.

      * THE ENTITIES CLOSED, EACH WITH ITS RETAINED-EARNINGS
      * ACCOUNT AND THE NET OF ITS CLOSING ENTRIES
       01  GY-ENT-TABLE.
           05  GY-ENT-ENTRY OCCURS 50 TIMES INDEXED BY GY-ENT-IDX.
               10  GY-ENT-CODE         PIC X(02).
               10  GY-ENT-RETAINED     PIC X(06).
               10  GY-ENT-NET          PIC S9(11)V9(02).
       01  GY-ENT-COUNT             PIC 9(02) VALUE 0.
       01  GY-ENT-SUB               PIC 9(02) VALUE 0.

      * THE CLOSING ENTRY IN HAND AND THE JOURNAL'S PROOF
       01  GY-CLOSE-ACCOUNT         PIC X(06).
       01  GY-CLOSE-ENTITY          PIC X(02).
       01  GY-CLOSE-DESC            PIC X(20).
       01  GY-CLOSE-AMOUNT          PIC S9(11)V9(02) VALUE 0.
       01  GY-CLOSE-DEBIT           PIC 9(11)V9(02) VALUE 0.
       01  GY-CLOSE-CREDIT          PIC 9(11)V9(02) VALUE 0.
       01  GY-TOTAL-DEBITS          PIC 9(13)V9(02) VALUE 0.
       01  GY-TOTAL-CREDITS         PIC 9(13)V9(02) VALUE 0.
       01  GY-NET-INCOME            PIC S9(11)V9(02) VALUE 0.
       01  GY-COUNT-ENTRIES         PIC 9(05) VALUE 0.
       01  GY-COUNT-WRITTEN         PIC 9(05) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  GY-VA-PROMPT-1           PIC X(60).
       01  GY-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  GY-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  GY-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  GY-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * OPERATOR-AUTHORITY CALL FIELDS -- CLOSING THE BOOKS FOR
      * THE YEAR IS A LEVEL-3 (SUPERVISOR) ACTION
       01  GY-OA-ACTION             PIC X(40) VALUE
               "GL FISCAL YEAR-END CLOSE".
       01  GY-OA-LEVEL              PIC 9(01) VALUE 3.
       01  GY-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  GY-OA-RESULT             PIC X(01) VALUE "D".
           88  GY-OPERATOR-APPROVED     VALUE "A".
       01  GY-OA-OBJECT             PIC X(30) VALUE SPACES.

      * SECURITY-LOG CALL FIELDS -- A CLOSE THAT POSTS IS LOGGED
      * AGAINST THE APPROVING OPERATOR
       01  GY-SEC-TYPE              PIC X(01) VALUE "O".
       01  GY-SEC-ACTION            PIC X(40) VALUE
               "GL YEAR CLOSED TO RETAINED EARNINGS".
       01  GY-SEC-OBJECT            PIC X(30) VALUE SPACES.
       01  GY-SEC-CODE              PIC 9(03) VALUE 0.

      * CLOSING JOURNAL LINES
       01  CJ-HDR-LINE.
           05  FILLER              PIC X(28) VALUE
               "GL YEAR-END CLOSING JOURNAL".
           05  FILLER              PIC X(05) VALUE "YEAR ".
           05  CH-YEAR             PIC 9(04).
           05  FILLER              PIC X(17) VALUE
               "  CLOSING PERIOD ".
           05  CH-CLOSING-PERIOD   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CH-MODE             PIC X(18).

       01  CJ-COL-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "EN ACCOUNT DESCRIPTION          T".
           05  FILLER              PIC X(40) VALUE
               "      DEBIT            CREDIT".

       01  CJ-DETAIL-LINE.
           05  CD-ENTITY           PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-DESC             PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-TYPE             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CJ-NET-LINE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE
               "NET INCOME FOR ENTITY ".
           05  CN-ENTITY           PIC X(02).
           05  FILLER              PIC X(07) VALUE SPACES.
           05  CN-NET              PIC --,---,---,--9.99.

       01  CJ-PROOF-LINE.
           05  FILLER              PIC X(13) VALUE "BATCH PROOF".
           05  FILLER              PIC X(08) VALUE "DEBITS ".
           05  CP-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS ".
           05  CP-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "GL-YEAR-END-CLOSE".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF GY-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT GY-REFUSED
                   PERFORM 2000-GATHER-BALANCES THRU 2000-EXIT
               END-IF
               IF NOT GY-REFUSED
                   PERFORM 3000-ASSIGN-RETAINED THRU 3000-EXIT
               END-IF
               IF NOT GY-REFUSED
                   PERFORM 4000-CLOSE-THE-YEAR THRU 4000-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN GY-OPEN-ERROR
                       MOVE 16 TO RETURN-CODE
                   WHEN GY-REFUSED
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT GY-POSTING
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
               PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE YEAR, THE SUPERVISOR'S APPROVAL
      * AND THE CONFIRMATION, OPEN THE FILES, AND LOAD THE CHART,
      * CONTROL RECORDS AND PERIOD LOCKS. WITHOUT BOTH THE APPROVAL
      * AND THE CONFIRMATION THE CLOSE RUNS AS A PREVIEW.
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE FISCAL YEAR BEING CLOSED (CCYY)"
               TO GY-VA-PROMPT-1
           MOVE 1990 TO GY-VA-LOW
           MOVE 2099 TO GY-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING GY-VA-PROMPT-1
               GY-VA-PROMPT-2 GY-VA-LOW GY-VA-HIGH GY-VA-RESULT
           MOVE GY-VA-RESULT TO GY-CLOSING-YEAR
           COMPUTE GY-YEAR-FIRST = (GY-CLOSING-YEAR * 100) + 1
           COMPUTE GY-YEAR-LAST = (GY-CLOSING-YEAR * 100) + 12
           COMPUTE GY-CLOSING-PERIOD = (GY-CLOSING-YEAR * 100) + 13
           MOVE "ENTER 1 TO POST THE CLOSE TO THE GL MASTER"
               TO GY-VA-PROMPT-1
           MOVE "(0 PRINTS THE CLOSING JOURNAL ONLY)"
               TO GY-VA-PROMPT-2
           MOVE 0 TO GY-VA-LOW
           MOVE 1 TO GY-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING GY-VA-PROMPT-1
               GY-VA-PROMPT-2 GY-VA-LOW GY-VA-HIGH GY-VA-RESULT
           IF GY-VA-RESULT = 1
               MOVE SPACES TO GY-OA-OBJECT
               STRING "FISCAL YEAR " DELIMITED BY SIZE
                   GY-CLOSING-YEAR DELIMITED BY SIZE
                   INTO GY-OA-OBJECT
               END-STRING
               CALL "OPERATOR-AUTHORITY" USING GY-OA-ACTION
                   GY-OA-LEVEL GY-OPERATOR-ID GY-OA-RESULT
                   JB-NAME GY-OA-OBJECT
               IF GY-OPERATOR-APPROVED
                   MOVE "CLOSING ZEROES REVENUE AND EXPENSE INTO "
                       TO GY-VA-PROMPT-1
                   MOVE GY-CLOSING-PERIOD TO GY-VA-PROMPT-1(41:6)
                   MOVE "(ENTER 1 TO CONFIRM, 0 TO STOP)"
                       TO GY-VA-PROMPT-2
                   CALL "VALIDATED-ACCEPT" USING GY-VA-PROMPT-1
                       GY-VA-PROMPT-2 GY-VA-LOW GY-VA-HIGH
                       GY-VA-RESULT
                   MOVE GY-VA-RESULT TO GY-CONFIRM
                   IF GY-CONFIRM = 1
                       SET GY-POSTING TO TRUE
                   ELSE
                       DISPLAY "*** NOT CONFIRMED -- CLOSING "
                           "JOURNAL PRINTED AS A PREVIEW ONLY ***"
                   END-IF
               ELSE
                   DISPLAY "*** CLOSE NOT AUTHORIZED -- CLOSING "
                       "JOURNAL PRINTED AS A PREVIEW ONLY ***"
               END-IF
           END-IF
           MOVE SPACES TO GY-VA-PROMPT-2
           CALL "BUSINESS-DATE" USING GY-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GY-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF GY-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-CHART THRU 1200-EXIT
           PERFORM 1300-LOAD-CONTROL THRU 1300-EXIT
           PERFORM 1400-CHECK-PERIODS THRU 1400-EXIT
           MOVE GY-CLOSING-YEAR TO CH-YEAR
           MOVE GY-CLOSING-PERIOD TO CH-CLOSING-PERIOD
           IF GY-POSTING
               MOVE "POSTED" TO CH-MODE
           ELSE
               MOVE "PREVIEW ONLY" TO CH-MODE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           IF GY-POSTING
               OPEN I-O GL-MASTER-FILE
               OPEN I-O POSTED-DETAIL-FILE
               IF GY-DTL-STATUS(1:1) NOT = "0"
                   DISPLAY "*** UNABLE TO OPEN POSTED-DETAIL FILE -- "
                       "STATUS " GY-DTL-STATUS " ***"
                   SET GY-OPEN-ERROR TO TRUE
               END-IF
           ELSE
               OPEN INPUT GL-MASTER-FILE
           END-IF
           IF GY-MST-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN GL-MASTER FILE -- "
                   "STATUS " GY-MST-STATUS " ***"
               SET GY-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CLOSING-JOURNAL-FILE
           IF GY-JNL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CLOSING JOURNAL -- "
                   "STATUS " GY-JNL-STATUS " ***"
               SET GY-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-CHART.
           MOVE 0 TO GY-CHART-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF GY-CHT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-OF-ACCOUNTS FILE "
                   "-- STATUS " GY-CHT-STATUS " ***"
               SET GY-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1210-READ-CHART THRU 1210-EXIT
               PERFORM 1220-STORE-CHART THRU 1220-EXIT
                   UNTIL END-OF-CHART
                      OR GY-CHART-COUNT >= 200
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-CHART.
           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-CHART.
           ADD 1 TO GY-CHART-COUNT
           SET GY-CHART-IDX TO GY-CHART-COUNT
           MOVE GA-ACCOUNT-CODE TO GY-CHART-ACCOUNT(GY-CHART-IDX)
           MOVE GA-DESCRIPTION TO GY-CHART-DESC(GY-CHART-IDX)
           MOVE GA-ACCOUNT-TYPE TO GY-CHART-TYPE(GY-CHART-IDX)
           PERFORM 1210-READ-CHART THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-CONTROL -- THE RETAINED-EARNINGS ACCOUNT FOR EACH
      * ENTITY, AND THE DEFAULT UNDER A BLANK ENTITY
      *-----------------------
       1300-LOAD-CONTROL.
           MOVE 0 TO GY-CTL-COUNT
           OPEN INPUT YEAR-END-CONTROL-FILE
           IF GY-CTL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN YEAR-END CONTROL FILE "
                   "-- STATUS " GY-CTL-STATUS " ***"
               SET GY-OPEN-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-CONTROL THRU 1310-EXIT
           PERFORM 1320-STORE-CONTROL THRU 1320-EXIT
               UNTIL END-OF-CONTROL-FILE
                  OR GY-CTL-COUNT >= 50
           CLOSE YEAR-END-CONTROL-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-CONTROL.
           READ YEAR-END-CONTROL-FILE
               AT END
                   SET END-OF-CONTROL-FILE TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-CONTROL.
           IF YC-ENTITY = SPACES
               MOVE YC-RETAINED-ACCOUNT TO GY-DEFAULT-RETAINED
           ELSE
               ADD 1 TO GY-CTL-COUNT
               SET GY-CTL-IDX TO GY-CTL-COUNT
               MOVE YC-ENTITY TO GY-CTL-ENTITY(GY-CTL-IDX)
               MOVE YC-RETAINED-ACCOUNT TO GY-CTL-ACCOUNT(GY-CTL-IDX)
           END-IF
           PERFORM 1310-READ-CONTROL THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------
      * 1400-CHECK-PERIODS -- EVERY ONE OF THE YEAR'S TWELVE
      * PERIODS MUST BE LOCKED BEFORE ITS BOOKS ARE CLOSED; A
      * PERIOD NOT ON THE STATUS FILE IS OPEN
      *-----------------------
       1400-CHECK-PERIODS.
           MOVE ALL "O" TO GY-MONTH-TABLE
           OPEN INPUT PERIOD-STATUS-FILE
           IF GY-PRD-STATUS(1:1) = "0"
               PERFORM 1410-READ-PERIOD-STATUS THRU 1410-EXIT
               PERFORM 1420-TAKE-ONE-PERIOD THRU 1420-EXIT
                   UNTIL END-OF-PERIOD-FILE
           END-IF
           CLOSE PERIOD-STATUS-FILE
           MOVE 0 TO GY-OPEN-COUNT
           PERFORM 1430-TEST-ONE-MONTH THRU 1430-EXIT
               VARYING GY-MONTH-SUB FROM 1 BY 1
               UNTIL GY-MONTH-SUB > 12
           IF GY-OPEN-COUNT > 0
               DISPLAY "*** " GY-OPEN-COUNT " PERIODS OF "
                   GY-CLOSING-YEAR " ARE STILL OPEN -- LOCK EVERY "
                   "PERIOD THROUGH PERIOD-CLOSE FIRST. NOTHING "
                   "CLOSED ***"
               SET GY-REFUSED TO TRUE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-PERIOD-STATUS.
           READ PERIOD-STATUS-FILE
               AT END
                   SET END-OF-PERIOD-FILE TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-TAKE-ONE-PERIOD.
           IF PS-PERIOD >= GY-YEAR-FIRST AND PS-PERIOD <= GY-YEAR-LAST
               COMPUTE GY-MONTH-SUB = PS-PERIOD - GY-YEAR-FIRST + 1
               MOVE PS-STATUS TO GY-MONTH-STATUS(GY-MONTH-SUB)
           END-IF
           PERFORM 1410-READ-PERIOD-STATUS THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

       1430-TEST-ONE-MONTH.
           IF GY-MONTH-STATUS(GY-MONTH-SUB) NOT = "C"
               ADD 1 TO GY-OPEN-COUNT
               DISPLAY "*** PERIOD " GY-CLOSING-YEAR GY-MONTH-SUB
                   " IS OPEN ***"
           END-IF.
       1430-EXIT.
           EXIT.

      *-----------------------
      * 2000-GATHER-BALANCES -- WALK THE WHOLE GL MASTER ONCE. EVERY
      * REVENUE OR EXPENSE BUCKET DATED THROUGH THE YEAR'S LAST
      * PERIOD -- EARLIER YEARS' CLOSING PERIODS INCLUDED, SO A
      * YEAR NEVER CLOSED IS SWEPT UP WITH THIS ONE -- FOLDS INTO
      * ITS ACCOUNT AND ENTITY. A BUCKET ALREADY IN THIS YEAR'S
      * CLOSING PERIOD MEANS THE YEAR WAS CLOSED BEFORE.
      *-----------------------
       2000-GATHER-BALANCES.
           MOVE 0 TO GY-PRIOR-CLOSE-BUCKETS
           MOVE LOW-VALUES TO GM-KEY
           START GL-MASTER-FILE KEY >= GM-KEY
               INVALID KEY
                   SET END-OF-GL-MASTER TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-BUCKET THRU 2100-EXIT
           PERFORM 2200-FOLD-ONE-BUCKET THRU 2200-EXIT
               UNTIL END-OF-GL-MASTER
           IF GY-PRIOR-CLOSE-BUCKETS > 0
               DISPLAY "*** " GY-CLOSING-YEAR " IS ALREADY CLOSED -- "
                   GY-PRIOR-CLOSE-BUCKETS " BUCKETS IN CLOSING "
                   "PERIOD " GY-CLOSING-PERIOD " ***"
               SET GY-REFUSED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-BUCKET.
           IF NOT END-OF-GL-MASTER
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-GL-MASTER TO TRUE
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FOLD-ONE-BUCKET.
           IF GM-PERIOD = GY-CLOSING-PERIOD
               ADD 1 TO GY-PRIOR-CLOSE-BUCKETS
               GO TO 2200-NEXT
           END-IF
           IF GM-PERIOD > GY-YEAR-LAST
               GO TO 2200-NEXT
           END-IF
           MOVE "N" TO GY-FOUND-SWITCH
           PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT
               VARYING GY-CHART-IDX FROM 1 BY 1
               UNTIL GY-CHART-IDX > GY-CHART-COUNT
                  OR GY-FOUND
           IF NOT GY-FOUND
               GO TO 2200-NEXT
           END-IF
           IF GY-CHART-TYPE(GY-CHART-SUB) NOT = "R"
               AND GY-CHART-TYPE(GY-CHART-SUB) NOT = "E"
               GO TO 2200-NEXT
           END-IF
           MOVE "N" TO GY-FOUND-SWITCH
           PERFORM 2400-MATCH-BALANCE THRU 2400-EXIT
               VARYING GY-BAL-IDX FROM 1 BY 1
               UNTIL GY-BAL-IDX > GY-BAL-COUNT
                  OR GY-FOUND
           IF NOT GY-FOUND
               IF GY-BAL-COUNT >= 1000
                   DISPLAY "*** MORE THAN 1000 REVENUE AND EXPENSE "
                       "ACCOUNTS BY ENTITY -- NOTHING CLOSED ***"
                   SET GY-REFUSED TO TRUE
                   SET END-OF-GL-MASTER TO TRUE
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO GY-BAL-COUNT
               MOVE GY-BAL-COUNT TO GY-BAL-SUB
               MOVE GM-ACCOUNT-CODE TO GY-BAL-ACCOUNT(GY-BAL-SUB)
               MOVE GM-ENTITY TO GY-BAL-ENTITY(GY-BAL-SUB)
               MOVE GY-CHART-SUB TO GY-BAL-CHART-SUB(GY-BAL-SUB)
               MOVE 0 TO GY-BAL-AMOUNT(GY-BAL-SUB)
           END-IF
           ADD GM-BALANCE TO GY-BAL-AMOUNT(GY-BAL-SUB).
       2200-NEXT.
           PERFORM 2100-READ-NEXT-BUCKET THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-FIND-ACCOUNT.
           IF GY-CHART-ACCOUNT(GY-CHART-IDX) = GM-ACCOUNT-CODE
               SET GY-FOUND TO TRUE
               SET GY-CHART-SUB TO GY-CHART-IDX
           END-IF.
       2300-EXIT.
           EXIT.

       2400-MATCH-BALANCE.
           IF GY-BAL-ACCOUNT(GY-BAL-IDX) = GM-ACCOUNT-CODE
               AND GY-BAL-ENTITY(GY-BAL-IDX) = GM-ENTITY
               SET GY-FOUND TO TRUE
               SET GY-BAL-SUB TO GY-BAL-IDX
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------
      * 3000-ASSIGN-RETAINED -- EVERY ENTITY WITH A BALANCE TO CLOSE
      * NEEDS A RETAINED-EARNINGS ACCOUNT THAT IS AN EQUITY ACCOUNT
      * ON THE CHART
      *-----------------------
       3000-ASSIGN-RETAINED.
           MOVE 0 TO GY-ENT-COUNT
           PERFORM 3100-FOLD-ENTITY THRU 3100-EXIT
               VARYING GY-BAL-SUB FROM 1 BY 1
               UNTIL GY-BAL-SUB > GY-BAL-COUNT
           PERFORM 3200-CHECK-RETAINED THRU 3200-EXIT
               VARYING GY-ENT-SUB FROM 1 BY 1
               UNTIL GY-ENT-SUB > GY-ENT-COUNT.
       3000-EXIT.
           EXIT.

       3100-FOLD-ENTITY.
           MOVE "N" TO GY-FOUND-SWITCH
           PERFORM 3110-MATCH-ENTITY THRU 3110-EXIT
               VARYING GY-ENT-IDX FROM 1 BY 1
               UNTIL GY-ENT-IDX > GY-ENT-COUNT
                  OR GY-FOUND
           IF NOT GY-FOUND
               IF GY-ENT-COUNT >= 50
                   DISPLAY "*** MORE THAN 50 LEDGER ENTITIES -- "
                       "NOTHING CLOSED ***"
                   SET GY-REFUSED TO TRUE
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO GY-ENT-COUNT
               MOVE GY-ENT-COUNT TO GY-ENT-SUB
               MOVE GY-BAL-ENTITY(GY-BAL-SUB)
                   TO GY-ENT-CODE(GY-ENT-SUB)
               MOVE GY-DEFAULT-RETAINED TO GY-ENT-RETAINED(GY-ENT-SUB)
               MOVE 0 TO GY-ENT-NET(GY-ENT-SUB)
               PERFORM 3120-FIND-CONTROL THRU 3120-EXIT
                   VARYING GY-CTL-IDX FROM 1 BY 1
                   UNTIL GY-CTL-IDX > GY-CTL-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-MATCH-ENTITY.
           IF GY-ENT-CODE(GY-ENT-IDX) = GY-BAL-ENTITY(GY-BAL-SUB)
               SET GY-FOUND TO TRUE
               SET GY-ENT-SUB TO GY-ENT-IDX
           END-IF.
       3110-EXIT.
           EXIT.

       3120-FIND-CONTROL.
           IF GY-CTL-ENTITY(GY-CTL-IDX) = GY-ENT-CODE(GY-ENT-SUB)
               MOVE GY-CTL-ACCOUNT(GY-CTL-IDX)
                   TO GY-ENT-RETAINED(GY-ENT-SUB)
           END-IF.
       3120-EXIT.
           EXIT.

       3200-CHECK-RETAINED.
           IF GY-ENT-RETAINED(GY-ENT-SUB) = SPACES
               DISPLAY "*** NO RETAINED-EARNINGS ACCOUNT ON THE "
                   "YEAR-END CONTROL FILE FOR ENTITY "
                   GY-ENT-CODE(GY-ENT-SUB) " -- NOTHING CLOSED ***"
               SET GY-REFUSED TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO GY-FOUND-SWITCH
           PERFORM 3210-FIND-RETAINED THRU 3210-EXIT
               VARYING GY-CHART-IDX FROM 1 BY 1
               UNTIL GY-CHART-IDX > GY-CHART-COUNT
                  OR GY-FOUND
           IF NOT GY-FOUND
               DISPLAY "*** RETAINED-EARNINGS ACCOUNT "
                   GY-ENT-RETAINED(GY-ENT-SUB) " FOR ENTITY "
                   GY-ENT-CODE(GY-ENT-SUB) " IS NOT AN EQUITY "
                   "ACCOUNT ON THE CHART -- NOTHING CLOSED ***"
               SET GY-REFUSED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-FIND-RETAINED.
           IF GY-CHART-ACCOUNT(GY-CHART-IDX)
                   = GY-ENT-RETAINED(GY-ENT-SUB)
               AND GY-CHART-TYPE(GY-CHART-IDX) = "Q"
               SET GY-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------
      * 4000-CLOSE-THE-YEAR -- ONE ENTITY AT A TIME: EACH REVENUE
      * AND EXPENSE BALANCE REVERSED INTO THE CLOSING PERIOD, THEN
      * THE NET TO RETAINED EARNINGS, AND THE PROOF
      *-----------------------
       4000-CLOSE-THE-YEAR.
           MOVE CJ-HDR-LINE TO CJ-LINE
           WRITE CJ-LINE
           MOVE CJ-COL-HDR-LINE TO CJ-LINE
           WRITE CJ-LINE
           PERFORM 4100-CLOSE-ONE-ENTITY THRU 4100-EXIT
               VARYING GY-ENT-SUB FROM 1 BY 1
               UNTIL GY-ENT-SUB > GY-ENT-COUNT
           MOVE GY-TOTAL-DEBITS TO CP-DEBITS
           MOVE GY-TOTAL-CREDITS TO CP-CREDITS
           MOVE CJ-PROOF-LINE TO CJ-LINE
           WRITE CJ-LINE
           IF GY-TOTAL-DEBITS NOT = GY-TOTAL-CREDITS
               DISPLAY "*** CLOSING JOURNAL DOES NOT PROVE -- "
                   "DEBITS " GY-TOTAL-DEBITS " CREDITS "
                   GY-TOTAL-CREDITS " ***"
               SET GY-REFUSED TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CLOSE-ONE-ENTITY.
           PERFORM 4200-CLOSE-ONE-ACCOUNT THRU 4200-EXIT
               VARYING GY-BAL-SUB FROM 1 BY 1
               UNTIL GY-BAL-SUB > GY-BAL-COUNT
      *    THE CLOSING ENTRIES NET TO MINUS THE RETAINED-EARNINGS
      *    ENTRY -- A PROFIT LEAVES THEM NET DEBIT, CREDITED HERE
           MOVE GY-ENT-RETAINED(GY-ENT-SUB) TO GY-CLOSE-ACCOUNT
           MOVE GY-ENT-CODE(GY-ENT-SUB) TO GY-CLOSE-ENTITY
           MOVE "RETAINED EARNINGS" TO GY-CLOSE-DESC
           COMPUTE GY-CLOSE-AMOUNT = 0 - GY-ENT-NET(GY-ENT-SUB)
           MOVE "Q" TO CD-TYPE
           IF GY-CLOSE-AMOUNT NOT = 0
               PERFORM 4300-POST-CLOSING-ENTRY THRU 4300-EXIT
           END-IF
           MOVE GY-ENT-CODE(GY-ENT-SUB) TO CN-ENTITY
           MOVE GY-ENT-NET(GY-ENT-SUB) TO CN-NET
           MOVE CJ-NET-LINE TO CJ-LINE
           WRITE CJ-LINE
           ADD GY-ENT-NET(GY-ENT-SUB) TO GY-NET-INCOME.
       4100-EXIT.
           EXIT.

       4200-CLOSE-ONE-ACCOUNT.
           IF GY-BAL-ENTITY(GY-BAL-SUB) NOT = GY-ENT-CODE(GY-ENT-SUB)
               OR GY-BAL-AMOUNT(GY-BAL-SUB) = 0
               GO TO 4200-EXIT
           END-IF
           MOVE GY-BAL-CHART-SUB(GY-BAL-SUB) TO GY-CHART-SUB
           MOVE GY-BAL-ACCOUNT(GY-BAL-SUB) TO GY-CLOSE-ACCOUNT
           MOVE GY-BAL-ENTITY(GY-BAL-SUB) TO GY-CLOSE-ENTITY
           MOVE GY-CHART-DESC(GY-CHART-SUB) TO GY-CLOSE-DESC
           MOVE GY-CHART-TYPE(GY-CHART-SUB) TO CD-TYPE
           COMPUTE GY-CLOSE-AMOUNT = 0 - GY-BAL-AMOUNT(GY-BAL-SUB)
      *    NET INCOME IS CREDIT-POSITIVE: THE ACCOUNT'S CREDIT
      *    BALANCE (REVENUE) ADDS, ITS DEBIT BALANCE (EXPENSE)
      *    SUBTRACTS
           ADD GY-CLOSE-AMOUNT TO GY-ENT-NET(GY-ENT-SUB)
           PERFORM 4300-POST-CLOSING-ENTRY THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 4300-POST-CLOSING-ENTRY -- ONE CLOSING ENTRY (DEBIT-
      * POSITIVE AMOUNT) TO THE JOURNAL AND, WHEN POSTING, TO ITS
      * NEW CLOSING-PERIOD BUCKET
      *-----------------------
       4300-POST-CLOSING-ENTRY.
           ADD 1 TO GY-COUNT-ENTRIES
           IF GY-CLOSE-AMOUNT > 0
               MOVE GY-CLOSE-AMOUNT TO GY-CLOSE-DEBIT
               MOVE 0 TO GY-CLOSE-CREDIT
           ELSE
               MOVE 0 TO GY-CLOSE-DEBIT
               COMPUTE GY-CLOSE-CREDIT = 0 - GY-CLOSE-AMOUNT
           END-IF
           ADD GY-CLOSE-DEBIT TO GY-TOTAL-DEBITS
           ADD GY-CLOSE-CREDIT TO GY-TOTAL-CREDITS
           MOVE GY-CLOSE-ENTITY TO CD-ENTITY
           MOVE GY-CLOSE-ACCOUNT TO CD-ACCOUNT
           MOVE GY-CLOSE-DESC TO CD-DESC
           MOVE GY-CLOSE-DEBIT TO CD-DEBIT
           MOVE GY-CLOSE-CREDIT TO CD-CREDIT
           MOVE CJ-DETAIL-LINE TO CJ-LINE
           WRITE CJ-LINE
           IF NOT GY-POSTING
               GO TO 4300-EXIT
           END-IF
           MOVE GY-CLOSE-ACCOUNT TO GM-ACCOUNT-CODE
           MOVE GY-CLOSING-PERIOD TO GM-PERIOD
           MOVE GY-CLOSE-ENTITY TO GM-ENTITY
           MOVE GY-CLOSE-DEBIT TO GM-DEBITS
           MOVE GY-CLOSE-CREDIT TO GM-CREDITS
           MOVE GY-CLOSE-AMOUNT TO GM-BALANCE
           WRITE GL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE CLOSING BUCKET "
                       GM-ACCOUNT-CODE " " GM-PERIOD " " GM-ENTITY
                       " -- STATUS " GY-MST-STATUS " ***"
                   SET GY-OPEN-ERROR TO TRUE
                   GO TO 4300-EXIT
           END-WRITE
           ADD 1 TO GY-COUNT-WRITTEN
           MOVE GM-ACCOUNT-CODE TO GD-ACCOUNT-CODE
           MOVE GM-PERIOD TO GD-PERIOD
           MOVE GM-ENTITY TO GD-ENTITY
           MOVE GY-RUN-DATE TO GD-POST-DATE
           MOVE GY-COUNT-ENTRIES TO GD-POST-SEQ
           SET GD-LINE-YEAR-END TO TRUE
           MOVE SPACES TO GD-DEPARTMENT
           IF GY-CLOSE-DEBIT > 0
               SET GD-IS-DEBIT TO TRUE
               MOVE GY-CLOSE-DEBIT TO GD-AMOUNT
           ELSE
               SET GD-IS-CREDIT TO TRUE
               MOVE GY-CLOSE-CREDIT TO GD-AMOUNT
           END-IF
           MOVE 0 TO GD-EXTRACT-DATE
           MOVE 0 TO GD-SEGMENT
           MOVE 0 TO GD-SEGMENT-LINE
           MOVE SPACES TO GD-COMPANY-CODE
           WRITE POSTED-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE CLOSING DETAIL "
                       GD-KEY " -- STATUS " GY-DTL-STATUS " ***"
                   SET GY-OPEN-ERROR TO TRUE
           END-WRITE.
       4300-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "GL-YEAR-END-CLOSE SUMMARY FOR " GY-CLOSING-YEAR
           DISPLAY "  ACCOUNTS CLOSED......: " GY-BAL-COUNT
           DISPLAY "  ENTITIES.............: " GY-ENT-COUNT
           DISPLAY "  CLOSING ENTRIES......: " GY-COUNT-ENTRIES
           DISPLAY "  BUCKETS WRITTEN......: " GY-COUNT-WRITTEN
           DISPLAY "  NET INCOME CLOSED....: " GY-NET-INCOME
           IF RETURN-CODE = 0
               DISPLAY "  " GY-CLOSING-YEAR " CLOSED TO RETAINED "
                   "EARNINGS IN PERIOD " GY-CLOSING-PERIOD
                   " -- APPROVED BY " GY-OPERATOR-ID
               PERFORM 6100-LOG-SECURITY THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------
      * 6100-LOG-SECURITY -- THE POSTED CLOSE ON THE SECURITY LOG,
      * UNDER THE SUPERVISOR'S APPROVAL
      *-----------------------
       6100-LOG-SECURITY.
           MOVE SPACES TO GY-SEC-OBJECT
           STRING "FISCAL YEAR " DELIMITED BY SIZE
               GY-CLOSING-YEAR DELIMITED BY SIZE
               " PERIOD " DELIMITED BY SIZE
               GY-CLOSING-PERIOD DELIMITED BY SIZE
               INTO GY-SEC-OBJECT
           END-STRING
           MOVE RETURN-CODE TO GY-SEC-CODE
           CALL "SECURITY-LOG" USING GY-SEC-TYPE GY-OPERATOR-ID
               JB-NAME GY-SEC-ACTION GY-OA-LEVEL GY-OA-RESULT
               GY-SEC-OBJECT GY-SEC-CODE.
       6100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GY-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE GL-MASTER-FILE
           CLOSE CLOSING-JOURNAL-FILE
           IF GY-POSTING
               CLOSE POSTED-DETAIL-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM GL-YEAR-END-CLOSE.
