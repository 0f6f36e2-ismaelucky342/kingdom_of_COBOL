      *                  replays through GL-POSTING daily, so every
      *                  previously posted journal line would land
      *                  in suspense again on every run.)
      * 2026-10-15  JCM  Journal entries now carry the company they are
      *                  booked to (JE-COMPANY-CODE, blank being company
      *                  01). A batch is one company's journal: the
      *                  first entry sets the batch company, an entry
      *                  for any other company refuses the batch, and
      *                  every extract line carries the company code.
      * 2026-10-15  JCM  A proved batch is now written only when a
      *                  second operator has approved it on the BATCHAPR
      *                  maker/checker queue under the business date and
      *                  batch company, and its entry count and debit-
      *                  plus-credit hash still match the registration.
      *                  A batch with no approval, one still pending or
      *                  rejected, one approved by its own submitter, or
      *                  one changed since it was registered is refused
      *                  with nothing written (RC 8).
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  JE-DRCR                 PIC X(01).
           05  JE-AMOUNT               PIC 9(09)V9(02).
           05  JE-DESCRIPTION          PIC X(20).
      * THE COMPANY THE ENTRY IS BOOKED TO -- BLANK IS THE PRIMARY
      * COMPANY "01". ONE BATCH IS ONE COMPANY'S JOURNAL.
           05  JE-COMPANY-CODE         PIC X(02).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-RECORD.
       01  JR-COUNT-BAD             PIC 9(05) VALUE 0.
       01  JR-DEBIT-TOTAL           PIC 9(11)V9(02) VALUE 0.
       01  JR-CREDIT-TOTAL          PIC 9(11)V9(02) VALUE 0.
       01  JR-ENTRY-COMPANY         PIC X(02).
       01  JR-BATCH-COMPANY         PIC X(02) VALUE SPACES.
       01  JR-TRL-COUNT             PIC 9(07) VALUE 0.
       01  JR-TRL-HASH              PIC 9(13)V9(02) VALUE 0.
           COPY FILETRL.

      * BATCH-RELEASE-CHECK CALL FIELDS -- A JOURNAL BATCH IS KEYED
      * ON THE APPROVAL QUEUE BY BUSINESS DATE AND BATCH COMPANY;
      * ITS HASH IS THE DEBITS AND CREDITS TOGETHER
       01  JR-BQ-TYPE               PIC X(01) VALUE "J".
       01  JR-BQ-REF                PIC X(08) VALUE SPACES.
       01  JR-BQ-COUNT              PIC 9(07) VALUE 0.
       01  JR-BQ-HASH               PIC 9(13)V9(02) VALUE 0.
       01  JR-BQ-RESULT             PIC X(01) VALUE SPACE.
           88  JR-BATCH-APPROVED        VALUE "A".
       01  JR-BQ-CODE               PIC 9(03) VALUE 0.

      * REGISTER LINES
       01  RG-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               PERFORM 2000-VALIDATE-ONE-ENTRY THRU 2000-EXIT
                   UNTIL END-OF-ENTRIES
               PERFORM 3000-PROVE-BATCH THRU 3000-EXIT
               IF NOT JR-BATCH-BAD
                   PERFORM 3500-CHECK-APPROVAL THRU 3500-EXIT
               END-IF
               IF NOT JR-BATCH-BAD
                   PERFORM 4000-WRITE-GL-SEGMENT THRU 4000-EXIT
               END-IF
           ADD 1 TO JR-COUNT-READ
           MOVE SPACES TO RJ-REASON
           MOVE "N" TO JR-ACCT-FOUND-SWITCH
           MOVE JE-COMPANY-CODE TO JR-ENTRY-COMPANY
           IF JR-ENTRY-COMPANY = SPACES
               MOVE "01" TO JR-ENTRY-COMPANY
           END-IF
           IF JR-BATCH-COMPANY = SPACES
               MOVE JR-ENTRY-COMPANY TO JR-BATCH-COMPANY
           END-IF
           PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > JR-CHART-COUNT
               WHEN JE-AMOUNT NOT NUMERIC OR JE-AMOUNT = 0
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                       TO RJ-REASON
               WHEN JR-ENTRY-COMPANY NOT = JR-BATCH-COMPANY
                   MOVE "COMPANY DIFFERS FROM BATCH COMPANY"
                       TO RJ-REASON
               WHEN JR-ENTRY-COUNT >= 500
                   MOVE "MORE THAN 500 ENTRIES IN BATCH"
                       TO RJ-REASON
       3000-EXIT.
           EXIT.

      *-----------------------
      * 3500-CHECK-APPROVAL -- A PROVED BATCH STILL GOES NOWHERE
      * UNTIL A SECOND OPERATOR HAS APPROVED IT ON THE BATCHAPR
      * QUEUE, AND ONLY AS IT STOOD WHEN IT WAS REGISTERED
      *-----------------------
       3500-CHECK-APPROVAL.
           MOVE JR-BATCH-COMPANY TO JR-BQ-REF
           MOVE JR-ENTRY-COUNT TO JR-BQ-COUNT
           COMPUTE JR-BQ-HASH = JR-DEBIT-TOTAL + JR-CREDIT-TOTAL
           MOVE RETURN-CODE TO JR-BQ-CODE
           CALL "BATCH-RELEASE-CHECK" USING JR-BQ-TYPE JR-RUN-DATE
               JR-BQ-REF JR-BQ-COUNT JR-BQ-HASH JR-BQ-RESULT
               JR-BQ-CODE
           IF NOT JR-BATCH-APPROVED
               DISPLAY "*** BATCH REFUSED -- NOT APPROVED FOR "
                   "RELEASE, NOTHING WRITTEN ***"
               SET JR-BATCH-BAD TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------
      * 4000-WRITE-GL-SEGMENT -- THE PROVED BATCH GOES OUT AS ITS
      * OWN TRAILED SEGMENT ON THE SHARED EXTRACT, EVERY LINE
      * CARRYING THE BATCH'S COMPANY
      *-----------------------
       4000-WRITE-GL-SEGMENT.
           OPEN EXTEND GL-EXTRACT-FILE
           MOVE JR-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE JR-BATCH-COMPANY TO GL-COMPANY-CODE
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE JR-DEBIT-TOTAL TO GL-AMOUNT
           MOVE JR-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE JR-BATCH-COMPANY TO GL-COMPANY-CODE
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE JR-CREDIT-TOTAL TO GL-AMOUNT
           MOVE JR-TBL-DRCR(SUB) TO GL-DRCR-FLAG
           MOVE "GROSS " TO GL-LINE-TYPE
           MOVE JR-TBL-AMOUNT(SUB) TO GL-AMOUNT
           MOVE JR-BATCH-COMPANY TO GL-COMPANY-CODE
           WRITE GL-RECORD
           ADD 1 TO JR-TRL-COUNT
           ADD GL-AMOUNT TO JR-TRL-HASH.
      *-----------------------
       5000-PRINT-SUMMARY.
           DISPLAY "JOURNAL-ENTRY-BATCH SUMMARY"
           DISPLAY "  BATCH COMPANY....: " JR-BATCH-COMPANY
           DISPLAY "  ENTRIES READ.....: " JR-COUNT-READ
           DISPLAY "  ENTRIES ACCEPTED.: " JR-ENTRY-COUNT
           DISPLAY "  ENTRIES REJECTED.: " JR-COUNT-BAD
