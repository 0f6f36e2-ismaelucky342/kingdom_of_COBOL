       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GL-ACCOUNT-DRILL-DOWN.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. GL-POSTING folds every extract
      *                  line into a GLMAST bucket and the line
      *                  detail used to be gone -- explaining what
      *                  made up an account's period meant hunting
      *                  the raw extract segment by segment. GL-
      *                  POSTING now keeps a posted-journal detail
      *                  record (GLDETL) for every line it posts, and
      *                  this inquiry lists one account's detail for
      *                  a keyed period range and ledger entity (or
      *                  all entities): each GLMAST bucket in the
      *                  range with its lines in posting order, a
      *                  running balance from the account's opening
      *                  balance, and the bucket's proof -- the
      *                  lines' debits and credits against the
      *                  bucket's. Subtotals by source line type and
      *                  the range totals close the report.
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
               FILE STATUS IS AD-CHT-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS AD-MST-STATUS.
           SELECT POSTED-DETAIL-FILE ASSIGN TO "GLDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS AD-DTL-STATUS.
           SELECT DRILL-REPORT-FILE ASSIGN TO "GLDRILRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-RPT-STATUS.
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

       FD  POSTED-DETAIL-FILE.
           COPY GLDETL.

       FD  DRILL-REPORT-FILE.
       01  DR-LINE                     PIC X(120).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  AD-CHT-STATUS            PIC X(02) VALUE "00".
       01  AD-MST-STATUS            PIC X(02) VALUE "00".
       01  AD-DTL-STATUS            PIC X(02) VALUE "00".
       01  AD-RPT-STATUS            PIC X(02) VALUE "00".
       01  AD-CHT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CHART            VALUE "Y".
       01  AD-MST-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-GL-MASTER        VALUE "Y".
       01  AD-DTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-BUCKET-DETAIL    VALUE "Y".
       01  AD-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  AD-OPEN-ERROR           VALUE "Y".
       01  AD-INPUT-ERROR-SWITCH    PIC X(01) VALUE "N".
           88  AD-INPUT-ERROR          VALUE "Y".
       01  AD-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  AD-FOUND                VALUE "Y".

       01  AD-RUN-DATE              PIC 9(08).

      * THE INQUIRY -- ACCOUNT, PERIOD RANGE, ENTITY
       01  AD-ACCOUNT-WANTED        PIC X(06) VALUE SPACES.
       01  AD-ACCOUNT-DESC          PIC X(20) VALUE SPACES.
       01  AD-FROM-PERIOD           PIC 9(06) VALUE 0.
       01  AD-TO-PERIOD             PIC 9(06) VALUE 0.
       01  AD-ENTITY-WANTED         PIC X(02) VALUE SPACES.
           88  AD-ALL-ENTITIES         VALUE SPACES "**".

      * RUNNING FIGURES -- BALANCES ARE DEBIT-POSITIVE, AS GLMAST
      * KEEPS THEM
       01  AD-OPENING-BALANCE       PIC S9(13)V9(02) VALUE 0.
       01  AD-RUNNING-BALANCE       PIC S9(13)V9(02) VALUE 0.
       01  AD-BKT-DEBITS            PIC 9(13)V9(02) VALUE 0.
       01  AD-BKT-CREDITS           PIC 9(13)V9(02) VALUE 0.
       01  AD-BKT-LINES             PIC 9(07) VALUE 0.
       01  AD-RANGE-DEBITS          PIC 9(13)V9(02) VALUE 0.
       01  AD-RANGE-CREDITS         PIC 9(13)V9(02) VALUE 0.
       01  AD-COUNT-BUCKETS         PIC 9(05) VALUE 0.
       01  AD-COUNT-LINES           PIC 9(07) VALUE 0.
       01  AD-COUNT-UNPROVED        PIC 9(05) VALUE 0.

      * SUBTOTALS BY SOURCE LINE TYPE, IN THE ORDER FIRST MET
       01  AD-SRC-TABLE.
           05  AD-SRC-ENTRY OCCURS 40 TIMES INDEXED BY AD-SRC-IDX.
               10  AD-SRC-TYPE         PIC X(06).
               10  AD-SRC-LINES        PIC 9(07).
               10  AD-SRC-DEBITS       PIC 9(13)V9(02).
               10  AD-SRC-CREDITS      PIC 9(13)V9(02).
       01  AD-SRC-COUNT             PIC 9(02) VALUE 0.
       01  AD-SRC-SUB               PIC 9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  AD-VA-PROMPT-1           PIC X(60).
       01  AD-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  AD-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  AD-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  AD-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES
       01  DR-HDR-LINE.
           05  FILLER              PIC X(24) VALUE
               "GL ACCOUNT DRILL-DOWN".
           05  FILLER              PIC X(08) VALUE "ACCOUNT ".
           05  DH-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DH-DESC             PIC X(20).
           05  FILLER              PIC X(09) VALUE " PERIODS ".
           05  DH-FROM-PERIOD      PIC 9(06).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  DH-TO-PERIOD        PIC 9(06).
           05  FILLER              PIC X(09) VALUE "  ENTITY ".
           05  DH-ENTITY           PIC X(03).
           05  FILLER              PIC X(10) VALUE "  RUN DATE".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DH-RUN-DATE         PIC 9(08).

       01  DR-COL-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "PERIOD EN POSTED   SOURCE DEPARTMENT REF".
           05  FILLER              PIC X(40) VALUE
               "ERENCE                        DEBIT     ".
           05  FILLER              PIC X(36) VALUE
               "       CREDIT      BALANCE (DEBIT +)".

       01  DR-OPEN-LINE.
           05  FILLER              PIC X(40) VALUE
               "OPENING BALANCE".
           05  FILLER              PIC X(54) VALUE SPACES.
           05  DO-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  DR-DETAIL-LINE.
           05  DD-PERIOD           PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-ENTITY           PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-POST-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-LINE-TYPE        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-DEPARTMENT       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-EXTRACT-DATE     PIC 9(08).
           05  FILLER              PIC X(01) VALUE "/".
           05  DD-SEGMENT          PIC 9(03).
           05  FILLER              PIC X(01) VALUE "/".
           05  DD-SEGMENT-LINE     PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DD-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  DR-BUCKET-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DB-LABEL            PIC X(14).
           05  DB-PERIOD           PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DB-ENTITY           PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DB-LINES-AREA.
               10  DB-LINES        PIC ZZZ,ZZ9.
               10  DB-LINES-LABEL  PIC X(06).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  DB-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DB-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DB-VERDICT          PIC X(14).

       01  DR-SOURCE-LINE.
           05  FILLER              PIC X(07) VALUE "SOURCE ".
           05  DS-LINE-TYPE        PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DS-LINES            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(06) VALUE " LINES".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  DS-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DS-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  DR-TOTAL-LINE.
           05  DT-LABEL            PIC X(40).
           05  FILLER              PIC X(18) VALUE SPACES.
           05  DT-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DT-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DT-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "GL-ACCOUNT-DRILL-DOWN".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           EVALUATE TRUE
               WHEN AD-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN AD-INPUT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-WALK-BUCKETS THRU 2000-EXIT
                   PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
                   IF AD-COUNT-UNPROVED > 0
                       OR AD-COUNT-BUCKETS = 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           END-EVALUATE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE ACCOUNT, THE PERIOD RANGE AND
      * THE ENTITY, OPEN THE FILES, AND CHECK THE ACCOUNT AGAINST
      * THE CHART
      *-----------------------
       1000-INITIALIZE.
           DISPLAY "ENTER THE GL ACCOUNT TO DRILL INTO"
           ACCEPT AD-ACCOUNT-WANTED
           MOVE "ENTER THE FIRST PERIOD (CCYYMM)" TO AD-VA-PROMPT-1
           MOVE 199001 TO AD-VA-LOW
           MOVE 209913 TO AD-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING AD-VA-PROMPT-1
               AD-VA-PROMPT-2 AD-VA-LOW AD-VA-HIGH AD-VA-RESULT
           MOVE AD-VA-RESULT TO AD-FROM-PERIOD
           MOVE "ENTER THE LAST PERIOD (CCYYMM)" TO AD-VA-PROMPT-1
           MOVE AD-FROM-PERIOD TO AD-VA-LOW
           CALL "VALIDATED-ACCEPT" USING AD-VA-PROMPT-1
               AD-VA-PROMPT-2 AD-VA-LOW AD-VA-HIGH AD-VA-RESULT
           MOVE AD-VA-RESULT TO AD-TO-PERIOD
           DISPLAY "ENTER THE LEDGER ENTITY (BLANK OR ** FOR ALL)"
           ACCEPT AD-ENTITY-WANTED
           CALL "BUSINESS-DATE" USING AD-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME AD-RUN-DATE
               JB-TYPE JB-CODE
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF AD-CHT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-OF-ACCOUNTS FILE "
                   "-- STATUS " AD-CHT-STATUS " ***"
               SET AD-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1210-READ-CHART THRU 1210-EXIT
               PERFORM 1220-MATCH-CHART THRU 1220-EXIT
                   UNTIL END-OF-CHART
                      OR AD-FOUND
               CLOSE CHART-OF-ACCOUNTS-FILE
               IF NOT AD-FOUND
                   DISPLAY "*** ACCOUNT " AD-ACCOUNT-WANTED
                       " IS NOT ON THE CHART OF ACCOUNTS ***"
                   SET AD-INPUT-ERROR TO TRUE
               END-IF
           END-IF
           OPEN INPUT GL-MASTER-FILE
           IF AD-MST-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN GL-MASTER FILE -- "
                   "STATUS " AD-MST-STATUS " ***"
               SET AD-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT POSTED-DETAIL-FILE
           IF AD-DTL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN POSTED-DETAIL FILE -- "
                   "STATUS " AD-DTL-STATUS " ***"
               SET AD-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT DRILL-REPORT-FILE
           IF AD-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DRILL-DOWN REPORT -- "
                   "STATUS " AD-RPT-STATUS " ***"
               SET AD-OPEN-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1210-READ-CHART.
           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-MATCH-CHART.
           IF GA-ACCOUNT-CODE = AD-ACCOUNT-WANTED
               MOVE GA-DESCRIPTION TO AD-ACCOUNT-DESC
               SET AD-FOUND TO TRUE
           ELSE
               PERFORM 1210-READ-CHART THRU 1210-EXIT
           END-IF.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-WALK-BUCKETS -- THE ACCOUNT'S GLMAST BUCKETS IN KEY
      * ORDER (PERIOD, THEN ENTITY). THOSE BEFORE THE RANGE ADD UP
      * TO THE OPENING BALANCE; EACH ONE IN THE RANGE IS LISTED
      * WITH ITS DETAIL AND PROVED.
      *-----------------------
       2000-WALK-BUCKETS.
           MOVE AD-ACCOUNT-WANTED TO DH-ACCOUNT
           MOVE AD-ACCOUNT-DESC TO DH-DESC
           MOVE AD-FROM-PERIOD TO DH-FROM-PERIOD
           MOVE AD-TO-PERIOD TO DH-TO-PERIOD
           IF AD-ALL-ENTITIES
               MOVE "ALL" TO DH-ENTITY
           ELSE
               MOVE AD-ENTITY-WANTED TO DH-ENTITY
           END-IF
           MOVE AD-RUN-DATE TO DH-RUN-DATE
           MOVE DR-HDR-LINE TO DR-LINE
           WRITE DR-LINE
           MOVE DR-COL-HDR-LINE TO DR-LINE
           WRITE DR-LINE
           MOVE 0 TO AD-OPENING-BALANCE
           MOVE AD-ACCOUNT-WANTED TO GM-ACCOUNT-CODE
           MOVE 0 TO GM-PERIOD
           MOVE LOW-VALUES TO GM-ENTITY
           START GL-MASTER-FILE KEY >= GM-KEY
               INVALID KEY
                   SET END-OF-GL-MASTER TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-BUCKET THRU 2100-EXIT
           PERFORM 2200-FOLD-OPENING THRU 2200-EXIT
               UNTIL END-OF-GL-MASTER
                  OR GM-PERIOD >= AD-FROM-PERIOD
           MOVE AD-OPENING-BALANCE TO AD-RUNNING-BALANCE
           MOVE AD-OPENING-BALANCE TO DO-BALANCE
           MOVE DR-OPEN-LINE TO DR-LINE
           WRITE DR-LINE
           PERFORM 3000-LIST-ONE-BUCKET THRU 3000-EXIT
               UNTIL END-OF-GL-MASTER
                  OR GM-PERIOD > AD-TO-PERIOD.
       2000-EXIT.
           EXIT.

      * READING STOPS AT THE FIRST BUCKET OF ANOTHER ACCOUNT
       2100-READ-NEXT-BUCKET.
           IF NOT END-OF-GL-MASTER
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-GL-MASTER TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-GL-MASTER
               AND GM-ACCOUNT-CODE NOT = AD-ACCOUNT-WANTED
               SET END-OF-GL-MASTER TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FOLD-OPENING.
           IF AD-ALL-ENTITIES OR GM-ENTITY = AD-ENTITY-WANTED
               ADD GM-BALANCE TO AD-OPENING-BALANCE
           END-IF
           PERFORM 2100-READ-NEXT-BUCKET THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 3000-LIST-ONE-BUCKET -- THE BUCKET'S DETAIL LINES IN POSTING
      * ORDER, EACH CARRYING THE RUNNING BALANCE ON, THEN THE
      * LINES' TOTALS AGAINST THE BUCKET'S OWN. A BUCKET POSTED
      * BEFORE THE DETAIL WAS KEPT, OR ONE WHOSE DETAIL IS SHORT,
      * DOES NOT PROVE.
      *-----------------------
       3000-LIST-ONE-BUCKET.
           IF NOT AD-ALL-ENTITIES AND GM-ENTITY NOT = AD-ENTITY-WANTED
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO AD-COUNT-BUCKETS
           MOVE 0 TO AD-BKT-DEBITS
           MOVE 0 TO AD-BKT-CREDITS
           MOVE 0 TO AD-BKT-LINES
           MOVE "N" TO AD-DTL-EOF-SWITCH
           MOVE GM-ACCOUNT-CODE TO GD-ACCOUNT-CODE
           MOVE GM-PERIOD TO GD-PERIOD
           MOVE GM-ENTITY TO GD-ENTITY
           MOVE 0 TO GD-POST-DATE
           MOVE 0 TO GD-POST-SEQ
           START POSTED-DETAIL-FILE KEY >= GD-KEY
               INVALID KEY
                   SET END-OF-BUCKET-DETAIL TO TRUE
           END-START
           PERFORM 3100-READ-NEXT-DETAIL THRU 3100-EXIT
           PERFORM 3200-LIST-ONE-DETAIL THRU 3200-EXIT
               UNTIL END-OF-BUCKET-DETAIL
           MOVE GM-PERIOD TO DB-PERIOD
           MOVE GM-ENTITY TO DB-ENTITY
           MOVE "DETAIL TOTAL  " TO DB-LABEL
           MOVE AD-BKT-LINES TO DB-LINES
           MOVE " LINES" TO DB-LINES-LABEL
           MOVE AD-BKT-DEBITS TO DB-DEBIT
           MOVE AD-BKT-CREDITS TO DB-CREDIT
           MOVE SPACES TO DB-VERDICT
           MOVE DR-BUCKET-LINE TO DR-LINE
           WRITE DR-LINE
           MOVE "GLMAST BUCKET " TO DB-LABEL
           MOVE SPACES TO DB-LINES-AREA
           MOVE GM-DEBITS TO DB-DEBIT
           MOVE GM-CREDITS TO DB-CREDIT
           IF AD-BKT-DEBITS = GM-DEBITS
               AND AD-BKT-CREDITS = GM-CREDITS
               MOVE "PROVED" TO DB-VERDICT
           ELSE
               MOVE "DOES NOT PROVE" TO DB-VERDICT
               ADD 1 TO AD-COUNT-UNPROVED
      *        THE RUNNING BALANCE FOLLOWS THE BOOKS, NOT THE
      *        SHORT DETAIL
               COMPUTE AD-RUNNING-BALANCE = AD-RUNNING-BALANCE
                   + (GM-DEBITS - AD-BKT-DEBITS)
                   - (GM-CREDITS - AD-BKT-CREDITS)
           END-IF
           MOVE DR-BUCKET-LINE TO DR-LINE
           WRITE DR-LINE
           ADD GM-DEBITS TO AD-RANGE-DEBITS
           ADD GM-CREDITS TO AD-RANGE-CREDITS.
       3000-NEXT.
           PERFORM 2100-READ-NEXT-BUCKET THRU 2100-EXIT.
       3000-EXIT.
           EXIT.

      * READING STOPS AT THE FIRST DETAIL OF ANOTHER BUCKET
       3100-READ-NEXT-DETAIL.
           IF NOT END-OF-BUCKET-DETAIL
               READ POSTED-DETAIL-FILE NEXT RECORD
                   AT END
                       SET END-OF-BUCKET-DETAIL TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-BUCKET-DETAIL
               AND (GD-ACCOUNT-CODE NOT = GM-ACCOUNT-CODE
                 OR GD-PERIOD NOT = GM-PERIOD
                 OR GD-ENTITY NOT = GM-ENTITY)
               SET END-OF-BUCKET-DETAIL TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LIST-ONE-DETAIL.
           ADD 1 TO AD-BKT-LINES
           ADD 1 TO AD-COUNT-LINES
           MOVE GD-PERIOD TO DD-PERIOD
           MOVE GD-ENTITY TO DD-ENTITY
           MOVE GD-POST-DATE TO DD-POST-DATE
           MOVE GD-LINE-TYPE TO DD-LINE-TYPE
           MOVE GD-DEPARTMENT TO DD-DEPARTMENT
           MOVE GD-EXTRACT-DATE TO DD-EXTRACT-DATE
           MOVE GD-SEGMENT TO DD-SEGMENT
           MOVE GD-SEGMENT-LINE TO DD-SEGMENT-LINE
           IF GD-IS-DEBIT
               ADD GD-AMOUNT TO AD-BKT-DEBITS
               ADD GD-AMOUNT TO AD-RUNNING-BALANCE
               MOVE GD-AMOUNT TO DD-DEBIT
               MOVE 0 TO DD-CREDIT
           ELSE
               ADD GD-AMOUNT TO AD-BKT-CREDITS
               SUBTRACT GD-AMOUNT FROM AD-RUNNING-BALANCE
               MOVE 0 TO DD-DEBIT
               MOVE GD-AMOUNT TO DD-CREDIT
           END-IF
           MOVE AD-RUNNING-BALANCE TO DD-BALANCE
           MOVE DR-DETAIL-LINE TO DR-LINE
           WRITE DR-LINE
           PERFORM 3300-FOLD-SOURCE THRU 3300-EXIT
           PERFORM 3100-READ-NEXT-DETAIL THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-FOLD-SOURCE.
           MOVE "N" TO AD-FOUND-SWITCH
           PERFORM 3310-MATCH-SOURCE THRU 3310-EXIT
               VARYING AD-SRC-IDX FROM 1 BY 1
               UNTIL AD-SRC-IDX > AD-SRC-COUNT
                  OR AD-FOUND
           IF NOT AD-FOUND
               IF AD-SRC-COUNT >= 40
                   GO TO 3300-EXIT
               END-IF
               ADD 1 TO AD-SRC-COUNT
               MOVE AD-SRC-COUNT TO AD-SRC-SUB
               MOVE GD-LINE-TYPE TO AD-SRC-TYPE(AD-SRC-SUB)
               MOVE 0 TO AD-SRC-LINES(AD-SRC-SUB)
               MOVE 0 TO AD-SRC-DEBITS(AD-SRC-SUB)
               MOVE 0 TO AD-SRC-CREDITS(AD-SRC-SUB)
           END-IF
           ADD 1 TO AD-SRC-LINES(AD-SRC-SUB)
           IF GD-IS-DEBIT
               ADD GD-AMOUNT TO AD-SRC-DEBITS(AD-SRC-SUB)
           ELSE
               ADD GD-AMOUNT TO AD-SRC-CREDITS(AD-SRC-SUB)
           END-IF.
       3300-EXIT.
           EXIT.

       3310-MATCH-SOURCE.
           IF AD-SRC-TYPE(AD-SRC-IDX) = GD-LINE-TYPE
               SET AD-FOUND TO TRUE
               SET AD-SRC-SUB TO AD-SRC-IDX
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-TOTALS -- SUBTOTALS BY SOURCE, THEN THE RANGE'S
      * GLMAST ACTIVITY AND THE CLOSING BALANCE
      *-----------------------
       5000-PRINT-TOTALS.
           PERFORM 5100-PRINT-ONE-SOURCE THRU 5100-EXIT
               VARYING AD-SRC-SUB FROM 1 BY 1
               UNTIL AD-SRC-SUB > AD-SRC-COUNT
           MOVE "RANGE ACTIVITY PER GLMAST" TO DT-LABEL
           MOVE AD-RANGE-DEBITS TO DT-DEBIT
           MOVE AD-RANGE-CREDITS TO DT-CREDIT
           MOVE 0 TO DT-BALANCE
           MOVE DR-TOTAL-LINE TO DR-LINE
           MOVE SPACES TO DR-LINE(95:22)
           WRITE DR-LINE
           MOVE "CLOSING BALANCE" TO DT-LABEL
           MOVE 0 TO DT-DEBIT
           MOVE 0 TO DT-CREDIT
           MOVE AD-RUNNING-BALANCE TO DT-BALANCE
           MOVE DR-TOTAL-LINE TO DR-LINE
           MOVE SPACES TO DR-LINE(59:35)
           WRITE DR-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-SOURCE.
           MOVE AD-SRC-TYPE(AD-SRC-SUB) TO DS-LINE-TYPE
           MOVE AD-SRC-LINES(AD-SRC-SUB) TO DS-LINES
           MOVE AD-SRC-DEBITS(AD-SRC-SUB) TO DS-DEBIT
           MOVE AD-SRC-CREDITS(AD-SRC-SUB) TO DS-CREDIT
           MOVE DR-SOURCE-LINE TO DR-LINE
           WRITE DR-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "GL-ACCOUNT-DRILL-DOWN SUMMARY FOR "
               AD-ACCOUNT-WANTED
           DISPLAY "  BUCKETS LISTED.......: " AD-COUNT-BUCKETS
           DISPLAY "  DETAIL LINES.........: " AD-COUNT-LINES
           DISPLAY "  BUCKETS NOT PROVED...: " AD-COUNT-UNPROVED
           IF AD-COUNT-BUCKETS = 0
               DISPLAY "*** NO POSTINGS TO " AD-ACCOUNT-WANTED
                   " IN PERIODS " AD-FROM-PERIOD " TO "
                   AD-TO-PERIOD " ***"
           END-IF.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME AD-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE GL-MASTER-FILE
           CLOSE POSTED-DETAIL-FILE
           CLOSE DRILL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GL-ACCOUNT-DRILL-DOWN.
