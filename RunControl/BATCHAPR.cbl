       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BATCH-APPROVAL.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The maker/checker queue for the
      *                  batches that move money: a GLJRNL journal
      *                  batch (JRNLIN), an SUPTRAN supplemental
      *                  payment batch, and a PAYCTL approval record
      *                  for a regular pay cycle. Mode 1 registers a
      *                  batch under its submitter, with the control
      *                  count and amount hash read from the batch
      *                  itself, as pending. Mode 2 prints the batch
      *                  summary, registered against current, and
      *                  takes a second operator's decision: the
      *                  reviewer must hold the required level on
      *                  OPERMAST, may not be the submitter, and
      *                  cannot approve a batch whose figures have
      *                  moved since it was registered. Mode 3 lists
      *                  the queue. Every registration and decision
      *                  goes to the central security log.
      *                  JOURNAL-ENTRY-BATCH, PAYROLL-SUPPLEMENTAL
      *                  and PAYROLL refuse a batch without an
      *                  approval that still matches.
      * 2026-10-15  JCM  Batch type 4 is the day's final-pay batch,
      *                  queued as a supplemental batch under reference
      *                  FINAL so it never shares the SUPTRAN batch's
      *                  entry; its figures are those of its group-F
      *                  PAYCTL approval, as a pay cycle's are.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-APPROVAL-FILE ASSIGN TO "BATCHAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-KEY
               FILE STATUS IS BA-BQ-STATUS.
           SELECT OPTIONAL JOURNAL-ENTRY-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BA-JE-STATUS.
           SELECT OPTIONAL SUPPLEMENTAL-TRAN-FILE ASSIGN TO "SUPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BA-SP-STATUS.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BA-CTL-STATUS.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO "BATAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BA-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  BATCH-APPROVAL-FILE.
           COPY BATAPR.

      * THE GLJRNL JOURNAL ENTRY, AS JOURNAL-ENTRY-BATCH READS IT
       FD  JOURNAL-ENTRY-FILE.
       01  JOURNAL-ENTRY-RECORD.
           05  JE-DATE                 PIC 9(08).
           05  JE-ACCOUNT              PIC X(06).
           05  JE-DEPARTMENT           PIC X(10).
           05  JE-DRCR                 PIC X(01).
           05  JE-AMOUNT               PIC 9(09)V9(02).
           05  JE-DESCRIPTION          PIC X(20).
           05  JE-COMPANY-CODE         PIC X(02).

      * THE SUPPLEMENTAL PAYMENT, AS PAYROLL-SUPPLEMENTAL READS IT
       FD  SUPPLEMENTAL-TRAN-FILE.
       01  SUPPLEMENTAL-TRAN-RECORD.
           05  SP-EMP-ID               PIC 9(05).
           05  SP-AMOUNT               PIC 9(05)V9(02).
           05  SP-REASON-CODE          PIC X(03).

      * THE PAY-CYCLE APPROVAL RECORD, AS PAYROLL READS IT
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-RUN-DATE            PIC 9(08).
           05  CTL-EXPECTED-COUNT      PIC 9(07).
           05  CTL-EXPECTED-GROSS      PIC 9(09)V9(02).
           05  CTL-PAY-GROUP           PIC X(01).

       FD  APPROVAL-REPORT-FILE.
       01  BR-LINE                     PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  BA-BQ-STATUS                PIC X(02) VALUE "00".
       01  BA-JE-STATUS                PIC X(02) VALUE "00".
       01  BA-SP-STATUS                PIC X(02) VALUE "00".
       01  BA-CTL-STATUS               PIC X(02) VALUE "00".
       01  BA-RPT-STATUS               PIC X(02) VALUE "00".
       01  BA-IN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-BATCH-INPUT          VALUE "Y".
       01  BA-QUEUE-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-QUEUE                VALUE "Y".
       01  BA-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  BA-OPEN-ERROR               VALUE "Y".
       01  BA-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  BA-REFUSED                  VALUE "Y".
       01  BA-BQ-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  BA-BQ-OPEN                  VALUE "Y".
       01  BA-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  BA-RECORD-FOUND             VALUE "Y".

      * RUN MODE -- 1 REGISTERS A BATCH, 2 REVIEWS ONE, 3 LISTS
      * THE QUEUE
       01  BA-RUN-MODE                 PIC 9(01) VALUE 3.
           88  MODE-REGISTER               VALUE 1.
           88  MODE-REVIEW                 VALUE 2.
           88  MODE-LIST                   VALUE 3.
       01  BA-TYPE-CHOICE              PIC 9(01) VALUE 1.
       01  BA-GROUP-CHOICE             PIC 9(01) VALUE 1.
       01  BA-DECISION                 PIC 9(01) VALUE 2.
           88  DECISION-APPROVE            VALUE 1.
           88  DECISION-REJECT             VALUE 2.

      * THE BATCH IN HAND -- ITS KEY, AND ITS FIGURES AS THEY
      * STAND NOW
       01  BA-BATCH-TYPE               PIC X(01) VALUE SPACE.
       01  BA-BATCH-DATE               PIC 9(08) VALUE 0.
       01  BA-BATCH-REF                PIC X(08) VALUE SPACES.
       01  BA-PAY-GROUP                PIC X(01) VALUE "M".
       01  BA-CUR-COUNT                PIC 9(07) VALUE 0.
       01  BA-CUR-HASH                 PIC 9(13)V9(02) VALUE 0.

      * THE LEVEL A REVIEWER MUST HOLD, SET ON EACH REGISTRATION
       01  BA-CHECKER-LEVEL            PIC 9(01) VALUE 3.

       01  BA-RUN-DATE                 PIC 9(08).
       01  BA-TIME-NOW                 PIC 9(08).
       01  BA-COUNT-LISTED             PIC 9(05) VALUE 0.
       01  BA-COUNT-PENDING            PIC 9(05) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  BA-VA-PROMPT-1              PIC X(60).
       01  BA-VA-PROMPT-2              PIC X(60) VALUE SPACES.
       01  BA-VA-LOW                   PIC S9(09)V9(04) VALUE 0.
       01  BA-VA-HIGH                  PIC S9(09)V9(04) VALUE 0.
       01  BA-VA-RESULT                PIC S9(09)V9(04) VALUE 0.

      * OPERATOR-AUTHORITY CALL FIELDS -- REGISTERING A BATCH
      * TAKES LEVEL 2; REVIEWING ONE TAKES THE LEVEL IT CARRIES
       01  BA-OA-ACTION                PIC X(40) VALUE SPACES.
       01  BA-OA-LEVEL                 PIC 9(01) VALUE 2.
       01  BA-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  BA-OA-RESULT                PIC X(01) VALUE "D".
           88  BA-OPERATOR-APPROVED        VALUE "A".
       01  BA-OA-OBJECT                PIC X(30) VALUE SPACES.

      * SECURITY-LOG CALL FIELDS
       01  BA-SEC-TYPE                 PIC X(01) VALUE "O".
       01  BA-SEC-ACTION               PIC X(40) VALUE SPACES.
       01  BA-SEC-CODE                 PIC 9(03) VALUE 0.

      * REPORT LINES
       01  BR-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "BATCH APPROVAL QUEUE  BUSINESS DATE ".
           05  BH-RUN-DATE         PIC 9(08).

       01  BR-FIG-HDR-LINE.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(44) VALUE
               "          REGISTERED               CURRENT".

       01  BR-COUNT-LINE.
           05  FILLER              PIC X(16) VALUE "CONTROL COUNT".
           05  FILLER              PIC X(11) VALUE SPACES.
           05  BC-REG-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  BC-CUR-COUNT        PIC Z,ZZZ,ZZ9.

       01  BR-HASH-LINE.
           05  FILLER              PIC X(16) VALUE "AMOUNT HASH".
           05  BH-REG-HASH         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BH-CUR-HASH         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  BR-COL-LINE.
           05  FILLER              PIC X(44) VALUE
               "T  DATE      REF           COUNT            ".
           05  FILLER              PIC X(50) VALUE
               "HASH TOTAL  STATUS    SUBMITTER CHECKER   DECIDED".

       01  BR-LIST-LINE.
           05  BL-TYPE             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-DATE             PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-REF              PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-HASH             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-STATUS           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-SUBMITTER        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-CHECKER          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BL-DECIDED          PIC X(08).

       01  BR-MESSAGE-LINE         PIC X(100).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30)
                                       VALUE "BATCH-APPROVAL".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF BA-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               EVALUATE TRUE
                   WHEN MODE-REGISTER
                       PERFORM 2000-REGISTER-BATCH THRU 2000-EXIT
                   WHEN MODE-REVIEW
                       PERFORM 3000-REVIEW-BATCH THRU 3000-EXIT
                   WHEN OTHER
                       PERFORM 4000-LIST-QUEUE THRU 4000-EXIT
               END-EVALUATE
               IF BA-REFUSED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MODE AND WHICH BATCH, OPEN THE
      * QUEUE AND THE REPORT
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING BA-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME BA-RUN-DATE
               JB-TYPE JB-CODE
           MOVE "ENTER THE RUN MODE" TO BA-VA-PROMPT-1
           MOVE "(1 = REGISTER, 2 = REVIEW, 3 = LIST THE QUEUE)"
               TO BA-VA-PROMPT-2
           MOVE 1 TO BA-VA-LOW
           MOVE 3 TO BA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING BA-VA-PROMPT-1
               BA-VA-PROMPT-2 BA-VA-LOW BA-VA-HIGH BA-VA-RESULT
           MOVE BA-VA-RESULT TO BA-RUN-MODE
           IF NOT MODE-LIST
               PERFORM 1200-TAKE-BATCH THRU 1200-EXIT
           END-IF
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF BA-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           MOVE BA-RUN-DATE TO BH-RUN-DATE
           MOVE BR-HDR-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF BA-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN APPROVAL REPORT -- STATUS "
                   BA-RPT-STATUS " ***"
               SET BA-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O BATCH-APPROVAL-FILE
           IF BA-BQ-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN BATCH APPROVAL QUEUE -- "
                   "STATUS " BA-BQ-STATUS " ***"
               SET BA-OPEN-ERROR TO TRUE
           ELSE
               SET BA-BQ-OPEN TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-TAKE-BATCH -- WHICH KIND OF BATCH. A JOURNAL OR
      * SUPPLEMENTAL BATCH IS THE ONE ON FILE FOR THE BUSINESS
      * DATE; A PAY CYCLE IS NAMED BY ITS RUN DATE AND GROUP. THE
      * FINAL-PAY BATCH IS A SUPPLEMENTAL BATCH FOR THE BUSINESS
      * DATE UNDER REFERENCE FINAL, PROVED BY ITS GROUP-F APPROVAL.
      *-----------------------
       1200-TAKE-BATCH.
           MOVE "ENTER THE BATCH TYPE" TO BA-VA-PROMPT-1
           MOVE
               "(1 = JOURNAL, 2 = SUPPLEMENT, 3 = PAY CYCLE, 4 = FINAL)"
               TO BA-VA-PROMPT-2
           MOVE 1 TO BA-VA-LOW
           MOVE 4 TO BA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING BA-VA-PROMPT-1
               BA-VA-PROMPT-2 BA-VA-LOW BA-VA-HIGH BA-VA-RESULT
           MOVE BA-VA-RESULT TO BA-TYPE-CHOICE
           MOVE BA-RUN-DATE TO BA-BATCH-DATE
           MOVE SPACES TO BA-BATCH-REF
           EVALUATE BA-TYPE-CHOICE
               WHEN 1
                   MOVE "J" TO BA-BATCH-TYPE
               WHEN 2
                   MOVE "S" TO BA-BATCH-TYPE
               WHEN 4
                   MOVE "S" TO BA-BATCH-TYPE
                   MOVE "FINAL" TO BA-BATCH-REF
                   MOVE "F" TO BA-PAY-GROUP
               WHEN OTHER
                   MOVE "P" TO BA-BATCH-TYPE
                   MOVE SPACES TO BA-VA-PROMPT-2
                   MOVE "ENTER THE PAY RUN DATE (CCYYMMDD)"
                       TO BA-VA-PROMPT-1
                   MOVE 19900101 TO BA-VA-LOW
                   MOVE 20991231 TO BA-VA-HIGH
                   CALL "VALIDATED-ACCEPT" USING BA-VA-PROMPT-1
                       BA-VA-PROMPT-2 BA-VA-LOW BA-VA-HIGH
                       BA-VA-RESULT
                   MOVE BA-VA-RESULT TO BA-BATCH-DATE
                   MOVE "ENTER THE PAY GROUP" TO BA-VA-PROMPT-1
                   MOVE "(1 = MONTHLY, 2 = WEEKLY)" TO BA-VA-PROMPT-2
                   MOVE 1 TO BA-VA-LOW
                   MOVE 2 TO BA-VA-HIGH
                   CALL "VALIDATED-ACCEPT" USING BA-VA-PROMPT-1
                       BA-VA-PROMPT-2 BA-VA-LOW BA-VA-HIGH
                       BA-VA-RESULT
                   MOVE BA-VA-RESULT TO BA-GROUP-CHOICE
                   IF BA-GROUP-CHOICE = 2
                       MOVE "W" TO BA-PAY-GROUP
                   ELSE
                       MOVE "M" TO BA-PAY-GROUP
                   END-IF
                   MOVE BA-PAY-GROUP TO BA-BATCH-REF
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *-----------------------
      * 1300-GATHER-FIGURES -- THE BATCH'S CONTROL COUNT AND AMOUNT
      * HASH, FIGURED THE WAY THE PROGRAM THAT RELEASES IT FIGURES
      * THEM. A JOURNAL BATCH TAKES ITS REFERENCE FROM THE COMPANY
      * OF ITS FIRST ENTRY. THE FINAL-PAY BATCH IS GATHERED FROM
      * ITS PAYCTL APPROVAL. NOTHING ON FILE REFUSES THE RUN.
      *-----------------------
       1300-GATHER-FIGURES.
           MOVE 0 TO BA-CUR-COUNT
           MOVE 0 TO BA-CUR-HASH
           MOVE "N" TO BA-IN-EOF-SWITCH
           EVALUATE TRUE
               WHEN BA-BATCH-TYPE = "J"
                   PERFORM 1310-GATHER-JOURNAL THRU 1310-EXIT
               WHEN BA-BATCH-TYPE = "S" AND BA-BATCH-REF = SPACES
                   PERFORM 1320-GATHER-SUPPLEMENTAL THRU 1320-EXIT
               WHEN OTHER
                   PERFORM 1330-GATHER-PAY-CONTROL THRU 1330-EXIT
           END-EVALUATE
           IF BA-CUR-COUNT = 0 AND NOT BA-REFUSED
               MOVE SPACES TO BR-MESSAGE-LINE
               STRING "*** NO BATCH " DELIMITED BY SIZE
                   BA-BATCH-TYPE DELIMITED BY SIZE
                   " ON FILE FOR " DELIMITED BY SIZE
                   BA-BATCH-DATE DELIMITED BY SIZE
                   " -- NOTHING TO REGISTER OR REVIEW ***"
                       DELIMITED BY SIZE
                   INTO BR-MESSAGE-LINE
               END-STRING
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               SET BA-REFUSED TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GATHER-JOURNAL.
           OPEN INPUT JOURNAL-ENTRY-FILE
           IF BA-JE-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN JOURNAL-ENTRY FILE -- "
                   "STATUS " BA-JE-STATUS " ***"
               SET BA-REFUSED TO TRUE
               GO TO 1310-EXIT
           END-IF
           PERFORM 1311-READ-JOURNAL THRU 1311-EXIT
           PERFORM 1312-COUNT-JOURNAL THRU 1312-EXIT
               UNTIL END-OF-BATCH-INPUT
           CLOSE JOURNAL-ENTRY-FILE.
       1310-EXIT.
           EXIT.

       1311-READ-JOURNAL.
           READ JOURNAL-ENTRY-FILE
               AT END
                   SET END-OF-BATCH-INPUT TO TRUE
           END-READ.
       1311-EXIT.
           EXIT.

       1312-COUNT-JOURNAL.
           IF BA-CUR-COUNT = 0
               MOVE JE-COMPANY-CODE TO BA-BATCH-REF
               IF BA-BATCH-REF = SPACES
                   MOVE "01" TO BA-BATCH-REF
               END-IF
           END-IF
           ADD 1 TO BA-CUR-COUNT
           IF JE-AMOUNT NUMERIC
               ADD JE-AMOUNT TO BA-CUR-HASH
           END-IF
           PERFORM 1311-READ-JOURNAL THRU 1311-EXIT.
       1312-EXIT.
           EXIT.

       1320-GATHER-SUPPLEMENTAL.
           OPEN INPUT SUPPLEMENTAL-TRAN-FILE
           IF BA-SP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN SUPPLEMENTAL-TRAN FILE "
                   "-- STATUS " BA-SP-STATUS " ***"
               SET BA-REFUSED TO TRUE
               GO TO 1320-EXIT
           END-IF
           PERFORM 1321-READ-SUPPLEMENTAL THRU 1321-EXIT
           PERFORM 1322-COUNT-SUPPLEMENTAL THRU 1322-EXIT
               UNTIL END-OF-BATCH-INPUT
           CLOSE SUPPLEMENTAL-TRAN-FILE.
       1320-EXIT.
           EXIT.

       1321-READ-SUPPLEMENTAL.
           READ SUPPLEMENTAL-TRAN-FILE
               AT END
                   SET END-OF-BATCH-INPUT TO TRUE
           END-READ.
       1321-EXIT.
           EXIT.

       1322-COUNT-SUPPLEMENTAL.
           ADD 1 TO BA-CUR-COUNT
           IF SP-AMOUNT NUMERIC
               ADD SP-AMOUNT TO BA-CUR-HASH
           END-IF
           PERFORM 1321-READ-SUPPLEMENTAL THRU 1321-EXIT.
       1322-EXIT.
           EXIT.

      * THE LAST RECORD FOR THE RUN DATE AND GROUP WINS, AS IT DOES
      * IN PAYROLL; A RECORD CUT WITHOUT A GROUP IS MONTHLY. GROUP F
      * IS THE FINAL-PAY APPROVAL.
       1330-GATHER-PAY-CONTROL.
           OPEN INPUT CONTROL-TOTAL-FILE
           IF BA-CTL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN CONTROL-TOTAL FILE -- "
                   "STATUS " BA-CTL-STATUS " ***"
               SET BA-REFUSED TO TRUE
               GO TO 1330-EXIT
           END-IF
           PERFORM 1331-READ-PAY-CONTROL THRU 1331-EXIT
               UNTIL END-OF-BATCH-INPUT
           CLOSE CONTROL-TOTAL-FILE.
       1330-EXIT.
           EXIT.

       1331-READ-PAY-CONTROL.
           READ CONTROL-TOTAL-FILE
               AT END
                   SET END-OF-BATCH-INPUT TO TRUE
               NOT AT END
                   IF CTL-RUN-DATE = BA-BATCH-DATE
                       AND (CTL-PAY-GROUP = BA-PAY-GROUP
                         OR (CTL-PAY-GROUP = SPACE
                             AND BA-PAY-GROUP = "M"))
                       MOVE CTL-EXPECTED-COUNT TO BA-CUR-COUNT
                       MOVE CTL-EXPECTED-GROSS TO BA-CUR-HASH
                   END-IF
           END-READ.
       1331-EXIT.
           EXIT.

       1400-READ-QUEUE-ENTRY.
           MOVE "N" TO BA-FOUND-SWITCH
           MOVE BA-BATCH-TYPE TO BQ-BATCH-TYPE
           MOVE BA-BATCH-DATE TO BQ-BATCH-DATE
           MOVE BA-BATCH-REF TO BQ-BATCH-REF
           READ BATCH-APPROVAL-FILE
               INVALID KEY
                   GO TO 1400-EXIT
           END-READ
           SET BA-RECORD-FOUND TO TRUE.
       1400-EXIT.
           EXIT.

      *-----------------------
      * 2000-REGISTER-BATCH -- THE MAKER'S SIDE: THE BATCH GOES ON
      * THE QUEUE AS PENDING UNDER THE SUBMITTER. A BATCH ALREADY
      * ON THE QUEUE IS REGISTERED AFRESH AND MUST BE REVIEWED
      * AGAIN, UNLESS IT IS APPROVED AND UNCHANGED.
      *-----------------------
       2000-REGISTER-BATCH.
           PERFORM 1300-GATHER-FIGURES THRU 1300-EXIT
           IF BA-REFUSED
               GO TO 2000-EXIT
           END-IF
           PERFORM 8200-BUILD-OBJECT THRU 8200-EXIT
           MOVE "REGISTER A BATCH FOR APPROVAL" TO BA-OA-ACTION
           MOVE 2 TO BA-OA-LEVEL
           CALL "OPERATOR-AUTHORITY" USING BA-OA-ACTION
               BA-OA-LEVEL BA-OPERATOR-ID BA-OA-RESULT
               JB-NAME BA-OA-OBJECT
           IF NOT BA-OPERATOR-APPROVED
               MOVE "*** REGISTRATION NOT AUTHORIZED -- NOTHING "
                   & "REGISTERED ***" TO BR-MESSAGE-LINE
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               SET BA-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 1400-READ-QUEUE-ENTRY THRU 1400-EXIT
           IF BA-RECORD-FOUND AND BQ-APPROVED
               AND BQ-CONTROL-COUNT = BA-CUR-COUNT
               AND BQ-HASH-TOTAL = BA-CUR-HASH
               PERFORM 5000-PRINT-BATCH THRU 5000-EXIT
               MOVE "BATCH IS ALREADY APPROVED AND UNCHANGED -- "
                   & "NOTHING REGISTERED" TO BR-MESSAGE-LINE
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           ACCEPT BA-TIME-NOW FROM TIME
           MOVE BA-BATCH-TYPE TO BQ-BATCH-TYPE
           MOVE BA-BATCH-DATE TO BQ-BATCH-DATE
           MOVE BA-BATCH-REF TO BQ-BATCH-REF
           MOVE BA-CUR-COUNT TO BQ-CONTROL-COUNT
           MOVE BA-CUR-HASH TO BQ-HASH-TOTAL
           SET BQ-PENDING TO TRUE
           MOVE BA-CHECKER-LEVEL TO BQ-REQUIRED-LEVEL
           MOVE BA-OPERATOR-ID TO BQ-SUBMITTER-ID
           MOVE BA-RUN-DATE TO BQ-SUBMIT-DATE
           MOVE BA-TIME-NOW TO BQ-SUBMIT-TIME
           MOVE SPACES TO BQ-CHECKER-ID
           MOVE 0 TO BQ-DECISION-DATE
           MOVE 0 TO BQ-DECISION-TIME
           IF BA-RECORD-FOUND
               REWRITE BATCH-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "*** QUEUE ENTRY NOT REWRITTEN -- "
                           "STATUS " BA-BQ-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
                       GO TO 2000-EXIT
               END-REWRITE
           ELSE
               WRITE BATCH-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "*** QUEUE ENTRY NOT WRITTEN -- "
                           "STATUS " BA-BQ-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
                       GO TO 2000-EXIT
               END-WRITE
           END-IF
           PERFORM 5000-PRINT-BATCH THRU 5000-EXIT
           MOVE SPACES TO BR-MESSAGE-LINE
           STRING "BATCH REGISTERED BY " DELIMITED BY SIZE
               BA-OPERATOR-ID DELIMITED BY SPACE
               " -- AWAITING A SECOND OPERATOR'S APPROVAL"
                   DELIMITED BY SIZE
               INTO BR-MESSAGE-LINE
           END-STRING
           PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
           MOVE "BATCH REGISTERED FOR APPROVAL" TO BA-SEC-ACTION
           PERFORM 8100-LOG-SECURITY THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 3000-REVIEW-BATCH -- THE CHECKER'S SIDE: THE SUMMARY FIRST,
      * THEN THE REVIEWER'S AUTHORITY, THEN THE DECISION. THE
      * SUBMITTER MAY NOT DECIDE THEIR OWN BATCH, AND A BATCH THAT
      * HAS MOVED SINCE IT WAS REGISTERED CANNOT BE APPROVED.
      *-----------------------
       3000-REVIEW-BATCH.
           PERFORM 1300-GATHER-FIGURES THRU 1300-EXIT
           IF BA-REFUSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 1400-READ-QUEUE-ENTRY THRU 1400-EXIT
           IF NOT BA-RECORD-FOUND
               MOVE SPACES TO BR-MESSAGE-LINE
               STRING "*** BATCH " DELIMITED BY SIZE
                   BA-BATCH-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BA-BATCH-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BA-BATCH-REF DELIMITED BY SPACE
                   " IS NOT REGISTERED -- NOTHING TO REVIEW ***"
                       DELIMITED BY SIZE
                   INTO BR-MESSAGE-LINE
               END-STRING
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               SET BA-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 5000-PRINT-BATCH THRU 5000-EXIT
           IF NOT BQ-PENDING
               MOVE "BATCH IS NOT PENDING -- REGISTER IT AGAIN TO "
                   & "HAVE IT REVIEWED AGAIN" TO BR-MESSAGE-LINE
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 8200-BUILD-OBJECT THRU 8200-EXIT
           MOVE "APPROVE OR REJECT A BATCH" TO BA-OA-ACTION
           MOVE BQ-REQUIRED-LEVEL TO BA-OA-LEVEL
           CALL "OPERATOR-AUTHORITY" USING BA-OA-ACTION
               BA-OA-LEVEL BA-OPERATOR-ID BA-OA-RESULT
               JB-NAME BA-OA-OBJECT
           IF NOT BA-OPERATOR-APPROVED
               MOVE "*** REVIEW NOT AUTHORIZED -- BATCH LEFT "
                   & "PENDING ***" TO BR-MESSAGE-LINE
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               SET BA-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF BA-OPERATOR-ID = BQ-SUBMITTER-ID
               MOVE "*** THE SUBMITTER MAY NOT REVIEW THEIR OWN "
                   & "BATCH -- BATCH LEFT PENDING ***"
                   TO BR-MESSAGE-LINE
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               SET BA-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE "BATCH SELF-APPROVAL REFUSED" TO BA-SEC-ACTION
               PERFORM 8100-LOG-SECURITY THRU 8100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF BQ-CONTROL-COUNT NOT = BA-CUR-COUNT
               OR BQ-HASH-TOTAL NOT = BA-CUR-HASH
               MOVE "*** BATCH HAS CHANGED SINCE IT WAS REGISTERED "
                   & "-- RE-REGISTER IT BEFORE REVIEW ***"
                   TO BR-MESSAGE-LINE
               PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
               SET BA-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE "ENTER THE DECISION" TO BA-VA-PROMPT-1
           MOVE "(1 = APPROVE, 2 = REJECT)" TO BA-VA-PROMPT-2
           MOVE 1 TO BA-VA-LOW
           MOVE 2 TO BA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING BA-VA-PROMPT-1
               BA-VA-PROMPT-2 BA-VA-LOW BA-VA-HIGH BA-VA-RESULT
           MOVE BA-VA-RESULT TO BA-DECISION
           ACCEPT BA-TIME-NOW FROM TIME
           IF DECISION-APPROVE
               SET BQ-APPROVED TO TRUE
               MOVE "BATCH APPROVED FOR RELEASE" TO BA-SEC-ACTION
           ELSE
               SET BQ-REJECTED TO TRUE
               MOVE "BATCH REJECTED" TO BA-SEC-ACTION
           END-IF
           MOVE BA-OPERATOR-ID TO BQ-CHECKER-ID
           MOVE BA-RUN-DATE TO BQ-DECISION-DATE
           MOVE BA-TIME-NOW TO BQ-DECISION-TIME
           REWRITE BATCH-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "*** DECISION NOT RECORDED -- STATUS "
                       BA-BQ-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE
           MOVE SPACES TO BR-MESSAGE-LINE
           STRING BA-SEC-ACTION DELIMITED BY "  "
               " BY " DELIMITED BY SIZE
               BA-OPERATOR-ID DELIMITED BY SPACE
               INTO BR-MESSAGE-LINE
           END-STRING
           PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
           PERFORM 8100-LOG-SECURITY THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 4000-LIST-QUEUE -- EVERY BATCH ON THE QUEUE IN KEY ORDER
      *-----------------------
       4000-LIST-QUEUE.
           MOVE BR-COL-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE LOW-VALUES TO BQ-KEY
           START BATCH-APPROVAL-FILE KEY IS NOT LESS THAN BQ-KEY
               INVALID KEY
                   SET END-OF-QUEUE TO TRUE
           END-START
           IF NOT END-OF-QUEUE
               PERFORM 4100-READ-NEXT-ENTRY THRU 4100-EXIT
           END-IF
           PERFORM 4200-LIST-ONE-ENTRY THRU 4200-EXIT
               UNTIL END-OF-QUEUE
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-MESSAGE-LINE
           STRING "BATCHES ON THE QUEUE: " DELIMITED BY SIZE
               BA-COUNT-LISTED DELIMITED BY SIZE
               "   PENDING: " DELIMITED BY SIZE
               BA-COUNT-PENDING DELIMITED BY SIZE
               INTO BR-MESSAGE-LINE
           END-STRING
           PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       4100-READ-NEXT-ENTRY.
           READ BATCH-APPROVAL-FILE NEXT RECORD
               AT END
                   SET END-OF-QUEUE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-LIST-ONE-ENTRY.
           MOVE SPACES TO BR-LIST-LINE
           MOVE BQ-BATCH-TYPE TO BL-TYPE
           MOVE BQ-BATCH-DATE TO BL-DATE
           MOVE BQ-BATCH-REF TO BL-REF
           MOVE BQ-CONTROL-COUNT TO BL-COUNT
           MOVE BQ-HASH-TOTAL TO BL-HASH
           PERFORM 8300-STATUS-WORD THRU 8300-EXIT
           MOVE BQ-SUBMITTER-ID TO BL-SUBMITTER
           MOVE BQ-CHECKER-ID TO BL-CHECKER
           IF BQ-DECISION-DATE > 0
               MOVE BQ-DECISION-DATE TO BL-DECIDED
           END-IF
           MOVE BR-LIST-LINE TO BR-LINE
           WRITE BR-LINE
           ADD 1 TO BA-COUNT-LISTED
           IF BQ-PENDING
               ADD 1 TO BA-COUNT-PENDING
           END-IF
           PERFORM 4100-READ-NEXT-ENTRY THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-BATCH -- THE BATCH SUMMARY: ITS QUEUE ENTRY, AND
      * ITS FIGURES AS REGISTERED AGAINST AS THEY STAND NOW
      *-----------------------
       5000-PRINT-BATCH.
           MOVE BR-COL-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LIST-LINE
           MOVE BA-BATCH-TYPE TO BL-TYPE
           MOVE BA-BATCH-DATE TO BL-DATE
           MOVE BA-BATCH-REF TO BL-REF
           MOVE BA-CUR-COUNT TO BL-COUNT
           MOVE BA-CUR-HASH TO BL-HASH
           MOVE "NEW" TO BL-STATUS
           IF BA-RECORD-FOUND
               MOVE BQ-CONTROL-COUNT TO BL-COUNT
               MOVE BQ-HASH-TOTAL TO BL-HASH
               PERFORM 8300-STATUS-WORD THRU 8300-EXIT
               MOVE BQ-SUBMITTER-ID TO BL-SUBMITTER
               MOVE BQ-CHECKER-ID TO BL-CHECKER
               IF BQ-DECISION-DATE > 0
                   MOVE BQ-DECISION-DATE TO BL-DECIDED
               END-IF
           END-IF
           MOVE BR-LIST-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE
           MOVE BR-FIG-HDR-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE BA-CUR-COUNT TO BC-REG-COUNT
           MOVE BA-CUR-HASH TO BH-REG-HASH
           IF BA-RECORD-FOUND
               MOVE BQ-CONTROL-COUNT TO BC-REG-COUNT
               MOVE BQ-HASH-TOTAL TO BH-REG-HASH
           END-IF
           MOVE BA-CUR-COUNT TO BC-CUR-COUNT
           MOVE BA-CUR-HASH TO BH-CUR-HASH
           MOVE BR-COUNT-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE BR-HASH-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE.
       5000-EXIT.
           EXIT.

       8000-WRITE-MESSAGE.
           MOVE BR-MESSAGE-LINE TO BR-LINE
           WRITE BR-LINE
           DISPLAY BR-MESSAGE-LINE.
       8000-EXIT.
           EXIT.

      * ONE REGISTRATION OR DECISION ON THE SECURITY LOG
       8100-LOG-SECURITY.
           MOVE RETURN-CODE TO BA-SEC-CODE
           CALL "SECURITY-LOG" USING BA-SEC-TYPE BA-OPERATOR-ID
               JB-NAME BA-SEC-ACTION BA-OA-LEVEL BA-OA-RESULT
               BA-OA-OBJECT BA-SEC-CODE.
       8100-EXIT.
           EXIT.

       8200-BUILD-OBJECT.
           MOVE SPACES TO BA-OA-OBJECT
           STRING "BATCH " DELIMITED BY SIZE
               BA-BATCH-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BA-BATCH-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BA-BATCH-REF DELIMITED BY SPACE
               INTO BA-OA-OBJECT
           END-STRING.
       8200-EXIT.
           EXIT.

       8300-STATUS-WORD.
           EVALUATE TRUE
               WHEN BQ-PENDING
                   MOVE "PENDING" TO BL-STATUS
               WHEN BQ-APPROVED
                   MOVE "APPROVED" TO BL-STATUS
               WHEN BQ-REJECTED
                   MOVE "REJECTED" TO BL-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO BL-STATUS
           END-EVALUATE.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME BA-RUN-DATE
               JB-TYPE JB-CODE
           IF BA-BQ-OPEN
               CLOSE BATCH-APPROVAL-FILE
           END-IF
           CLOSE APPROVAL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM BATCH-APPROVAL.
