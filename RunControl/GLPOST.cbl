      *                  period-status section showing which
      *                  periods this run posted into and which
      *                  are locked.
      * 2026-10-15  JCM  GLMAST buckets are now kept per ledger entity
      *                  (GM-ENTITY, last in the key). Each line posts
      *                  to the CO-GL-ENTITY of its GL-COMPANY-CODE from
      *                  COMPMST, blank being company 01; a company not
      *                  on the master suspends with a COMPNY tag, and
      *                  suspense tags now start in column 55 clear of
      *                  the company code. The trial balance prints one
      *                  section per entity and, with more than one, a
      *                  consolidated section.
      * 2026-10-15  JCM  Every line posted to a GLMAST bucket now also
      *                  writes a keyed posted-journal detail record
      *                  (GLDETL copybook) to the new GLDETL file:
      *                  account, period, entity, posting date, source
      *                  line type, department, debit/credit, amount,
      *                  and a source reference locating the line on the
      *                  extract (line date, segment, record within the
      *                  segment). A detail key already on file is
      *                  reported and sets RETURN-CODE 4; the line
      *                  itself still posts.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  lines read, lines posted, lines suspended or
      *                  refused for a closed period, and the amount
      *                  posted.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-PRD-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-CO-STATUS.
           SELECT OPTIONAL POSTED-DETAIL-FILE ASSIGN TO "GLDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-KEY
               FILE STATUS IS GP-DTL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  GA-ACCOUNT-TYPE         PIC X(01).
           05  GA-STMT-LINE            PIC 9(02).

      * ONE BALANCE BUCKET PER ACCOUNT PER PERIOD (CCYYMM) PER
      * LEDGER ENTITY. THE ENTITY IS LAST IN THE KEY SO ONE
      * ACCOUNT/PERIOD'S ENTITIES READ TOGETHER FOR CONSOLIDATION.
       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD.
           05  GM-KEY.
               10  GM-ACCOUNT-CODE     PIC X(06).
               10  GM-PERIOD           PIC 9(06).
               10  GM-ENTITY           PIC X(02).
           05  GM-DEBITS               PIC 9(11)V9(02).
           05  GM-CREDITS              PIC 9(11)V9(02).
           05  GM-BALANCE              PIC S9(11)V9(02).
           05  PS-PERIOD               PIC 9(06).
           05  PS-STATUS               PIC X(01).
           05  PS-CLOSED-DATE          PIC 9(08).

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

      * ONE DETAIL RECORD PER LINE POSTED, SO A BUCKET CAN BE
      * DRILLED BACK TO THE LINES THAT MAKE IT UP
       FD  POSTED-DETAIL-FILE.
           COPY GLDETL.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  GP-MST-STATUS               PIC X(02) VALUE "00".
       01  GP-SUS-STATUS               PIC X(02) VALUE "00".
       01  GP-TRL-STATUS               PIC X(02) VALUE "00".
       01  GP-DTL-STATUS               PIC X(02) VALUE "00".

       01  GP-EXT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-EXTRACT              VALUE "Y".
       01  GP-COUNT-SUSPENSE           PIC 9(07) VALUE 0.
       01  GP-TOTAL-DEBITS             PIC 9(11)V9(02) VALUE 0.
       01  GP-TOTAL-CREDITS            PIC 9(11)V9(02) VALUE 0.
       01  GP-AMOUNT-POSTED            PIC 9(13)V9(02) VALUE 0.
       01  GP-POST-PERIOD              PIC 9(06) VALUE 0.

       01  GP-RUN-DATE                 PIC 9(08).
               "TRIAL BALANCE REPORT".
           05  FILLER              PIC X(10) VALUE "RUN DATE ".
           05  TBH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "ENTITY ".
           05  TBH-ENTITY          PIC X(12).

       01  TB-COL-HDR-LINE.
           05  FILLER              PIC X(08) VALUE "ACCOUNT".
           88  GP-LINE-POSTED-BEFORE       VALUE "Y".
           COPY FILETRL.

      * POSTED-JOURNAL DETAIL -- WHERE THE LINE SITS ON THE EXTRACT
      * (SEGMENT NUMBER, COUNTING FROM THE TOP, AND RECORD WITHIN
      * THE SEGMENT), AND THE RUN'S COUNT OF DETAIL WRITES REFUSED
       01  GP-POST-SEGMENT             PIC 9(03) VALUE 1.
       01  GP-POST-SEG-LINE            PIC 9(07) VALUE 0.
       01  GP-COUNT-DETAIL-REJ         PIC 9(07) VALUE 0.

      * COMPANY TO LEDGER ENTITY -- EACH LINE POSTS TO THE
      * CO-GL-ENTITY OF ITS GL-COMPANY-CODE (BLANK IS THE PRIMARY
      * COMPANY "01"); A COMPANY NOT ON THE MASTER SUSPENDS WITH A
      * COMPNY TAG. WITH NO MASTER ON FILE EVERYTHING IS COMPANY
      * "01" POSTING TO ENTITY "01".
       01  GP-CO-STATUS                PIC X(02) VALUE "00".
       01  GP-CO-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-COMPANIES            VALUE "Y".
       01  GP-CO-TABLE.
           05  GP-CO-ENTRY OCCURS 10 TIMES INDEXED BY GP-CO-IDX.
               10  GP-CO-CODE          PIC X(02).
               10  GP-CO-ENTITY        PIC X(02).
       01  GP-CO-COUNT                 PIC 9(02) VALUE 0.
       01  GP-CO-LOOKUP-CODE           PIC X(02).
       01  GP-CO-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  GP-CO-FOUND                 VALUE "Y".
       01  GP-POST-ENTITY              PIC X(02).
       01  GP-COUNT-COMPANY-REJ        PIC 9(07) VALUE 0.

      * TRIAL BALANCE ENTITIES -- EVERY ENTITY ON THE GL MASTER
      * GETS ITS OWN SECTION; WITH MORE THAN ONE, A CONSOLIDATED
      * SECTION FOLLOWS WITH EACH ACCOUNT/PERIOD SUMMED ACROSS THEM
       01  GP-ENT-TABLE.
           05  GP-ENT-CODE OCCURS 20 TIMES PIC X(02).
       01  GP-ENT-COUNT                PIC 9(02) VALUE 0.
       01  GP-ENT-SUB                  PIC 9(02) VALUE 0.
       01  GP-ENT-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  GP-ENT-FOUND                VALUE "Y".
       01  GP-TB-ENTITY                PIC X(02).
       01  GP-CON-SWITCH               PIC X(01) VALUE "N".
           88  GP-CON-HELD                 VALUE "Y".
       01  GP-CON-ACCOUNT              PIC X(06).
       01  GP-CON-PERIOD               PIC 9(06).
       01  GP-CON-DEBITS               PIC 9(11)V9(02).
       01  GP-CON-CREDITS              PIC 9(11)V9(02).
       01  GP-CON-BALANCE              PIC S9(11)V9(02).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE "GL-POSTING".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   "STATUS " GP-TRL-STATUS " ***"
               SET GP-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O POSTED-DETAIL-FILE
           IF GP-DTL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN POSTED-DETAIL FILE -- "
                   "STATUS " GP-DTL-STATUS " ***"
               SET GP-OPEN-ERROR TO TRUE
           END-IF
           IF NOT GP-OPEN-ERROR
               PERFORM 1200-LOAD-CHART THRU 1200-EXIT
               PERFORM 1300-LOAD-POSTED-THROUGH THRU 1300-EXIT
               PERFORM 1400-LOAD-PERIOD-STATUS THRU 1400-EXIT
               PERFORM 1450-LOAD-COMPANIES THRU 1450-EXIT
               PERFORM 1100-READ-EXTRACT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
       1420-EXIT.
           EXIT.

      *-----------------------
      * 1450-LOAD-COMPANIES -- EACH COMPANY'S LEDGER ENTITY (THE
      * COMPANY CODE ITSELF WHEN THE MASTER LEAVES IT BLANK). NO
      * MASTER ON HAND, OR AN EMPTY ONE, IS COMPANY "01" POSTING
      * TO ENTITY "01" AS BEFORE.
      *-----------------------
       1450-LOAD-COMPANIES.
           MOVE 0 TO GP-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF GP-CO-STATUS(1:1) = "0"
               PERFORM 1460-READ-COMPANY THRU 1460-EXIT
               PERFORM 1470-STORE-COMPANY THRU 1470-EXIT
                   UNTIL END-OF-COMPANIES
                      OR GP-CO-COUNT >= 10
           END-IF
           CLOSE COMPANY-MASTER-FILE
           IF GP-CO-COUNT = 0
               MOVE 1 TO GP-CO-COUNT
               MOVE "01" TO GP-CO-CODE(1)
               MOVE "01" TO GP-CO-ENTITY(1)
           END-IF.
       1450-EXIT.
           EXIT.

       1460-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1460-EXIT.
           EXIT.

       1470-STORE-COMPANY.
           ADD 1 TO GP-CO-COUNT
           SET GP-CO-IDX TO GP-CO-COUNT
           MOVE CO-COMPANY-CODE TO GP-CO-CODE(GP-CO-IDX)
           IF CO-GL-ENTITY = SPACES
               MOVE CO-COMPANY-CODE TO GP-CO-ENTITY(GP-CO-IDX)
           ELSE
               MOVE CO-GL-ENTITY TO GP-CO-ENTITY(GP-CO-IDX)
           END-IF
           PERFORM 1460-READ-COMPANY THRU 1460-EXIT.
       1470-EXIT.
           EXIT.

      *-----------------------
      * 1500-VERIFY-ONE-LINE -- FIRST PASS: PROVE EVERY SEGMENT
      * AGAINST ITS TRAILER BEFORE A SINGLE POSTING TOUCHES THE
      *-----------------------
       2000-POST-ONE-LINE.
           IF GL-RECORD(11:8) = "TRAILER "
               ADD 1 TO GP-POST-SEGMENT
               MOVE 0 TO GP-POST-SEG-LINE
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO GP-POST-SEG-LINE
           IF GL-JOURNAL-LINE
               ADD 1 TO GP-COUNT-READ
               IF GL-RUN-DATE > GP-FINAL-DATE
               END-IF
               PERFORM 2020-CHECK-ALREADY-POSTED THRU 2020-EXIT
               PERFORM 2030-CHECK-PERIOD-CLOSED THRU 2030-EXIT
               PERFORM 2060-FIND-ENTITY THRU 2060-EXIT
               EVALUATE TRUE
                   WHEN GP-LINE-POSTED-BEFORE
                       ADD 1 TO GP-COUNT-ALREADY
                       ADD 1 TO GP-COUNT-CLOSED-REJ
                       MOVE SPACES TO SUSPENSE-RECORD
                       MOVE GL-RECORD TO SUSPENSE-RECORD
                       MOVE "CLOSED" TO SUSPENSE-RECORD(55:6)
                       WRITE SUSPENSE-RECORD
                   WHEN NOT GP-CO-FOUND
                       ADD 1 TO GP-COUNT-COMPANY-REJ
                       ADD 1 TO GP-COUNT-SUSPENSE
                       MOVE SPACES TO SUSPENSE-RECORD
                       MOVE GL-RECORD TO SUSPENSE-RECORD
                       MOVE "COMPNY" TO SUSPENSE-RECORD(55:6)
                       WRITE SUSPENSE-RECORD
                   WHEN OTHER
                       PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
                               THRU 2200-EXIT
                       ELSE
                           ADD 1 TO GP-COUNT-SUSPENSE
                           MOVE SPACES TO SUSPENSE-RECORD
                           MOVE GL-RECORD TO SUSPENSE-RECORD
                           WRITE SUSPENSE-RECORD
                       END-IF
       2050-EXIT.
           EXIT.

      *-----------------------
      * 2060-FIND-ENTITY -- THE LEDGER ENTITY OF THE LINE'S COMPANY
      *-----------------------
       2060-FIND-ENTITY.
           MOVE GL-COMPANY-CODE TO GP-CO-LOOKUP-CODE
           IF GP-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO GP-CO-LOOKUP-CODE
           END-IF
           MOVE SPACES TO GP-POST-ENTITY
           MOVE "N" TO GP-CO-FOUND-SWITCH
           PERFORM 2070-MATCH-COMPANY THRU 2070-EXIT
               VARYING GP-CO-IDX FROM 1 BY 1
               UNTIL GP-CO-IDX > GP-CO-COUNT
                  OR GP-CO-FOUND.
       2060-EXIT.
           EXIT.

       2070-MATCH-COMPANY.
           IF GP-CO-CODE(GP-CO-IDX) = GP-CO-LOOKUP-CODE
               MOVE GP-CO-ENTITY(GP-CO-IDX) TO GP-POST-ENTITY
               SET GP-CO-FOUND TO TRUE
           END-IF.
       2070-EXIT.
           EXIT.

       2100-FIND-ACCOUNT.
           MOVE "N" TO GP-ACCT-FOUND-SWITCH
           PERFORM 2110-COMPARE-ACCOUNT THRU 2110-EXIT

      *-----------------------
      * 2200-APPLY-TO-BUCKET -- READ OR CREATE THE ACCOUNT/PERIOD
      * BUCKET OF THE LINE'S ENTITY AND FOLD THE LINE'S AMOUNT IN.
      * THE PERIOD IS THE EXTRACT LINE'S RUN DATE TRUNCATED TO
      * CCYYMM.
      *-----------------------
       2200-APPLY-TO-BUCKET.
           DIVIDE GL-RUN-DATE BY 100 GIVING GP-POST-PERIOD
           MOVE "N" TO GP-BUCKET-FOUND-SWITCH
           MOVE GL-ACCOUNT-CODE TO GM-ACCOUNT-CODE
           MOVE GP-POST-PERIOD TO GM-PERIOD
           MOVE GP-POST-ENTITY TO GM-ENTITY
           READ GL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           IF NOT GP-BUCKET-FOUND
               MOVE GL-ACCOUNT-CODE TO GM-ACCOUNT-CODE
               MOVE GP-POST-PERIOD TO GM-PERIOD
               MOVE GP-POST-ENTITY TO GM-ENTITY
               MOVE 0 TO GM-DEBITS
               MOVE 0 TO GM-CREDITS
               MOVE 0 TO GM-BALANCE
               SUBTRACT GL-AMOUNT FROM GM-BALANCE
               ADD GL-AMOUNT TO GP-TOTAL-CREDITS
           END-IF
           ADD GL-AMOUNT TO GP-AMOUNT-POSTED
           IF GP-BUCKET-FOUND
               REWRITE GL-MASTER-RECORD
           ELSE
               WRITE GL-MASTER-RECORD
           END-IF
           ADD 1 TO GP-COUNT-POSTED
           PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 2300-WRITE-DETAIL -- THE LINE JUST FOLDED INTO ITS BUCKET,
      * KEYED BY THE BUCKET, THIS RUN'S DATE, AND THE LINE'S PLACE
      * AMONG THE EXTRACT'S JOURNAL LINES. A COMPLETION RUN PASSES
      * OVER THE LINES ALREADY POSTED BUT STILL COUNTS THEM, SO ITS
      * OWN LINES NEVER REUSE AN EARLIER RUN'S KEYS.
      *-----------------------
       2300-WRITE-DETAIL.
           MOVE GM-ACCOUNT-CODE TO GD-ACCOUNT-CODE
           MOVE GM-PERIOD TO GD-PERIOD
           MOVE GM-ENTITY TO GD-ENTITY
           MOVE GP-RUN-DATE TO GD-POST-DATE
           MOVE GP-COUNT-READ TO GD-POST-SEQ
           MOVE GL-LINE-TYPE TO GD-LINE-TYPE
           MOVE GL-DEPARTMENT TO GD-DEPARTMENT
           MOVE GL-DRCR-FLAG TO GD-DRCR-FLAG
           MOVE GL-AMOUNT TO GD-AMOUNT
           MOVE GL-RUN-DATE TO GD-EXTRACT-DATE
           MOVE GP-POST-SEGMENT TO GD-SEGMENT
           MOVE GP-POST-SEG-LINE TO GD-SEGMENT-LINE
           MOVE GL-COMPANY-CODE TO GD-COMPANY-CODE
           WRITE POSTED-DETAIL-RECORD
               INVALID KEY
                   ADD 1 TO GP-COUNT-DETAIL-REJ
                   DISPLAY "*** POSTED-DETAIL KEY " GD-KEY
                       " ALREADY ON FILE -- LINE POSTED WITHOUT "
                       "ITS DETAIL ***"
           END-WRITE.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 4000-PRINT-TRIAL-BALANCE -- ONE SECTION PER LEDGER ENTITY,
      * EACH WALKING THE GL MASTER IN KEY ORDER AND PRINTING THE
      * ENTITY'S BUCKETS WITH THEIR ACTIVITY AND ENDING BALANCE,
      * TOTALED AT THE BOTTOM; THEN, WHEN THERE IS MORE THAN ONE
      * ENTITY, THE CONSOLIDATED SECTION
      *-----------------------
       4000-PRINT-TRIAL-BALANCE.
           PERFORM 4010-COLLECT-ENTITIES THRU 4010-EXIT
           PERFORM 4050-PRINT-ENTITY-SECTION THRU 4050-EXIT
               VARYING GP-ENT-SUB FROM 1 BY 1
               UNTIL GP-ENT-SUB > GP-ENT-COUNT
           IF GP-ENT-COUNT > 1
               PERFORM 4300-PRINT-CONSOLIDATED THRU 4300-EXIT
           END-IF
           PERFORM 4500-PRINT-PERIOD-STATUS THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      * EVERY ENTITY ON THE MASTER, IN THE ORDER FIRST MET
       4010-COLLECT-ENTITIES.
           MOVE 0 TO GP-ENT-COUNT
           PERFORM 4080-START-GL-MASTER THRU 4080-EXIT
           PERFORM 4020-NOTE-ONE-ENTITY THRU 4020-EXIT
               UNTIL END-OF-GL-MASTER.
       4010-EXIT.
           EXIT.

       4020-NOTE-ONE-ENTITY.
           MOVE "N" TO GP-ENT-FOUND-SWITCH
           PERFORM 4030-MATCH-ENTITY THRU 4030-EXIT
               VARYING GP-ENT-SUB FROM 1 BY 1
               UNTIL GP-ENT-SUB > GP-ENT-COUNT
                  OR GP-ENT-FOUND
           IF NOT GP-ENT-FOUND AND GP-ENT-COUNT < 20
               ADD 1 TO GP-ENT-COUNT
               MOVE GM-ENTITY TO GP-ENT-CODE(GP-ENT-COUNT)
           END-IF
           PERFORM 4100-READ-NEXT-BUCKET THRU 4100-EXIT.
       4020-EXIT.
           EXIT.

       4030-MATCH-ENTITY.
           IF GP-ENT-CODE(GP-ENT-SUB) = GM-ENTITY
               SET GP-ENT-FOUND TO TRUE
           END-IF.
       4030-EXIT.
           EXIT.

       4050-PRINT-ENTITY-SECTION.
           MOVE GP-ENT-CODE(GP-ENT-SUB) TO GP-TB-ENTITY
           MOVE GP-TB-ENTITY TO TBH-ENTITY
           PERFORM 4070-PRINT-HEADINGS THRU 4070-EXIT
           PERFORM 4080-START-GL-MASTER THRU 4080-EXIT
           PERFORM 4200-PRINT-ONE-BUCKET THRU 4200-EXIT
               UNTIL END-OF-GL-MASTER
           PERFORM 4090-PRINT-TOTALS THRU 4090-EXIT.
       4050-EXIT.
           EXIT.

       4070-PRINT-HEADINGS.
           MOVE GP-RUN-DATE TO TBH-RUN-DATE
           MOVE TB-HDR-LINE TO TB-LINE
           WRITE TB-LINE
           MOVE TB-COL-HDR-LINE TO TB-LINE
           WRITE TB-LINE
           MOVE 0 TO GP-TOTAL-DEBITS
           MOVE 0 TO GP-TOTAL-CREDITS.
       4070-EXIT.
           EXIT.

       4080-START-GL-MASTER.
           MOVE "N" TO GP-MST-EOF-SWITCH
           MOVE LOW-VALUES TO GM-KEY
           START GL-MASTER-FILE KEY >= GM-KEY
               INVALID KEY
                   SET END-OF-GL-MASTER TO TRUE
           END-START
           PERFORM 4100-READ-NEXT-BUCKET THRU 4100-EXIT.
       4080-EXIT.
           EXIT.

       4090-PRINT-TOTALS.
           MOVE GP-TOTAL-DEBITS TO TBT-DEBITS
           MOVE GP-TOTAL-CREDITS TO TBT-CREDITS
           MOVE TB-TOTAL-LINE TO TB-LINE
           WRITE TB-LINE.
       4090-EXIT.
           EXIT.

       4100-READ-NEXT-BUCKET.
           EXIT.

       4200-PRINT-ONE-BUCKET.
           IF GM-ENTITY NOT = GP-TB-ENTITY
               GO TO 4200-NEXT
           END-IF
           MOVE GM-ACCOUNT-CODE TO TBD-ACCOUNT
           MOVE GM-PERIOD TO TBD-PERIOD
           MOVE GM-DEBITS TO TBD-DEBITS
           MOVE TB-DETAIL-LINE TO TB-LINE
           WRITE TB-LINE
           ADD GM-DEBITS TO GP-TOTAL-DEBITS
           ADD GM-CREDITS TO GP-TOTAL-CREDITS.
       4200-NEXT.
           PERFORM 4100-READ-NEXT-BUCKET THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 4300-PRINT-CONSOLIDATED -- EACH ACCOUNT/PERIOD SUMMED ACROSS
      * THE ENTITIES. THE ENTITY IS LAST IN THE KEY, SO AN
      * ACCOUNT/PERIOD'S BUCKETS ARRIVE TOGETHER AND PRINT ON THE
      * KEY BREAK.
      *-----------------------
       4300-PRINT-CONSOLIDATED.
           MOVE "CONSOLIDATED" TO TBH-ENTITY
           PERFORM 4070-PRINT-HEADINGS THRU 4070-EXIT
           MOVE "N" TO GP-CON-SWITCH
           PERFORM 4080-START-GL-MASTER THRU 4080-EXIT
           PERFORM 4310-FOLD-ONE-BUCKET THRU 4310-EXIT
               UNTIL END-OF-GL-MASTER
           IF GP-CON-HELD
               PERFORM 4320-PRINT-CONSOLIDATED-LINE THRU 4320-EXIT
           END-IF
           PERFORM 4090-PRINT-TOTALS THRU 4090-EXIT.
       4300-EXIT.
           EXIT.

       4310-FOLD-ONE-BUCKET.
           IF GP-CON-HELD
               AND (GM-ACCOUNT-CODE NOT = GP-CON-ACCOUNT
                 OR GM-PERIOD NOT = GP-CON-PERIOD)
               PERFORM 4320-PRINT-CONSOLIDATED-LINE THRU 4320-EXIT
           END-IF
           IF NOT GP-CON-HELD
               SET GP-CON-HELD TO TRUE
               MOVE GM-ACCOUNT-CODE TO GP-CON-ACCOUNT
               MOVE GM-PERIOD TO GP-CON-PERIOD
               MOVE 0 TO GP-CON-DEBITS
               MOVE 0 TO GP-CON-CREDITS
               MOVE 0 TO GP-CON-BALANCE
           END-IF
           ADD GM-DEBITS TO GP-CON-DEBITS
           ADD GM-CREDITS TO GP-CON-CREDITS
           ADD GM-BALANCE TO GP-CON-BALANCE
           PERFORM 4100-READ-NEXT-BUCKET THRU 4100-EXIT.
       4310-EXIT.
           EXIT.

       4320-PRINT-CONSOLIDATED-LINE.
           MOVE GP-CON-ACCOUNT TO TBD-ACCOUNT
           MOVE GP-CON-PERIOD TO TBD-PERIOD
           MOVE GP-CON-DEBITS TO TBD-DEBITS
           MOVE GP-CON-CREDITS TO TBD-CREDITS
           MOVE GP-CON-BALANCE TO TBD-BALANCE
           MOVE TB-DETAIL-LINE TO TB-LINE
           WRITE TB-LINE
           ADD GP-CON-DEBITS TO GP-TOTAL-DEBITS
           ADD GP-CON-CREDITS TO GP-TOTAL-CREDITS
           MOVE "N" TO GP-CON-SWITCH.
       4320-EXIT.
           EXIT.

      *-----------------------
      * 4500-PRINT-PERIOD-STATUS -- WHICH PERIODS THIS RUN POSTED
      * INTO AND WHICH THE CLOSE JOB HAS LOCKED
           DISPLAY "  ALREADY POSTED....: " GP-COUNT-ALREADY
           DISPLAY "  LINES SUSPENDED...: " GP-COUNT-SUSPENSE
           DISPLAY "  CLOSED-PERIOD REJ.: " GP-COUNT-CLOSED-REJ
           DISPLAY "  UNKNOWN COMPANY...: " GP-COUNT-COMPANY-REJ
           DISPLAY "  DETAIL NOT WRITTEN: " GP-COUNT-DETAIL-REJ
           EVALUATE TRUE
               WHEN GP-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               WHEN GP-COUNT-SUSPENSE > 0
                   MOVE 4 TO RETURN-CODE
               WHEN GP-COUNT-DETAIL-REJ > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           EXIT.

       9000-TERMINATE.
           MOVE GP-COUNT-READ TO JV-RECORDS-READ
           MOVE GP-COUNT-POSTED TO JV-RECORDS-WRITTEN
           COMPUTE JV-RECORDS-REJECTED =
               GP-COUNT-SUSPENSE + GP-COUNT-CLOSED-REJ
           MOVE GP-AMOUNT-POSTED TO JV-AMOUNT-TOTAL
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GP-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           CLOSE GL-EXTRACT-FILE
           CLOSE CHART-OF-ACCOUNTS-FILE
           CLOSE GL-MASTER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE TRIAL-BALANCE-FILE
           CLOSE POSTED-DETAIL-FILE.
       9000-EXIT.
           EXIT.

