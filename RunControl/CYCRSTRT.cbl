       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CYCLE-RESTART.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. When a daily-cycle step fails,
      *                  the operator no longer works out by hand
      *                  which steps are safe to rerun. The steps of
      *                  the chain are read, in order, from the
      *                  DAILYRUN JCL member itself, and each is looked
      *                  up on the STEPSTAT step-status file for the
      *                  business date. A step with no status that
      *                  comes before the last step that ran was
      *                  bypassed by the chain's condition tests and is
      *                  recorded so. The cycle status prints with the
      *                  first incomplete step. Mode 2, with a level-2
      *                  operator, resubmits the chain through the
      *                  internal reader: every step before the first
      *                  incomplete one ends at once with its recorded
      *                  code, so the chain's condition tests see what
      *                  they saw the first time, and real work
      *                  resumes at the first incomplete step. A
      *                  completed step the operator names is marked
      *                  to run again. RESTART= on the job card is not
      *                  used: its condition tests would ignore the
      *                  codes of the steps it skipped.
      * 2026-10-15  JCM  The resubmission approval names this program
      *                  and the business date on the central security
      *                  log, and a step forced to run again and the
      *                  resubmitted chain are each logged against the
      *                  operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CYCLE-JCL-FILE ASSIGN TO "CYCJCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-JCL-STATUS.
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-KEY
               FILE STATUS IS CR-SS-STATUS.
           SELECT INTERNAL-READER-FILE ASSIGN TO "INTRDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-RDR-STATUS.
           SELECT RESTART-REPORT-FILE ASSIGN TO "CYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CYCLE-JCL-FILE.
       01  CYCLE-JCL-RECORD            PIC X(80).

       FD  STEP-STATUS-FILE.
           COPY STEPSTAT.

       FD  INTERNAL-READER-FILE.
       01  INTERNAL-READER-RECORD      PIC X(80).

       FD  RESTART-REPORT-FILE.
       01  RR-LINE                     PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  CR-JCL-STATUS               PIC X(02) VALUE "00".
       01  CR-SS-STATUS                PIC X(02) VALUE "00".
       01  CR-RDR-STATUS               PIC X(02) VALUE "00".
       01  CR-RPT-STATUS               PIC X(02) VALUE "00".
       01  CR-JCL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-JCL                  VALUE "Y".
       01  CR-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  CR-OPEN-ERROR               VALUE "Y".
       01  CR-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  CR-REFUSED                  VALUE "Y".
       01  CR-SS-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  CR-SS-OPEN                  VALUE "Y".

      * RUN MODE -- 1 PRINTS THE CYCLE STATUS, 2 ALSO RESUBMITS
       01  CR-RUN-MODE                 PIC 9(01) VALUE 1.
           88  MODE-STATUS-ONLY            VALUE 1.
           88  MODE-RESUBMIT               VALUE 2.
       01  CR-FORCE-STEP               PIC X(08) VALUE SPACES.
       01  CR-FORCE-SUB                PIC 9(02) VALUE 0.

       01  CR-RUN-DATE                 PIC 9(08).

      * THE CHAIN'S STEPS, IN JCL ORDER, WITH THEIR STATUS FOR THE
      * BUSINESS DATE. "N" IS A STEP WITH NO STATUS ON FILE.
       01  CR-STEP-TABLE.
           05  CR-STEP-ENTRY OCCURS 60 TIMES.
               10  CR-ST-NAME          PIC X(08).
               10  CR-ST-PGM           PIC X(08).
               10  CR-ST-STATUS        PIC X(01).
               10  CR-ST-CODE          PIC 9(03).
               10  CR-ST-START         PIC 9(08).
               10  CR-ST-END           PIC 9(08).
               10  CR-ST-RUNS          PIC 9(03).
               10  CR-ST-REPLAYS       PIC 9(03).
               10  CR-ST-FORCED-BY     PIC X(08).
       01  CR-STEP-COUNT               PIC 9(02) VALUE 0.
       01  CR-STEP-SUB                 PIC 9(02) VALUE 0.
       01  CR-LAST-RECORDED            PIC 9(02) VALUE 0.
       01  CR-FIRST-INCOMPLETE         PIC 9(02) VALUE 0.
       01  CR-RESUME-SUB               PIC 9(02) VALUE 0.

      * ONE JCL STATEMENT BROKEN INTO ITS NAME, OPERATION, AND
      * OPERANDS
       01  CR-JCL-LINE                 PIC X(80).
       01  CR-TOK-NAME                 PIC X(08).
       01  CR-TOK-VERB                 PIC X(08).
       01  CR-TOK-OPERANDS             PIC X(60).
       01  CR-TOK-PGM                  PIC X(08).

      * RUN COUNTS
       01  CR-COUNT-BYPASSED           PIC 9(02) VALUE 0.
       01  CR-COUNT-JCL-LINES          PIC 9(05) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  CR-VA-PROMPT-1              PIC X(60).
       01  CR-VA-PROMPT-2              PIC X(60) VALUE SPACES.
       01  CR-VA-LOW                   PIC S9(09)V9(04) VALUE 0.
       01  CR-VA-HIGH                  PIC S9(09)V9(04) VALUE 0.
       01  CR-VA-RESULT                PIC S9(09)V9(04) VALUE 0.

      * OPERATOR-AUTHORITY CALL FIELDS -- RESUBMITTING THE CYCLE
      * TAKES THE SAME AUTHORITY AS MOVING THE BUSINESS DATE
       01  CR-OA-ACTION                PIC X(40) VALUE
           "RESUBMIT THE DAILY CYCLE".
       01  CR-OA-LEVEL                 PIC 9(01) VALUE 2.
       01  CR-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  CR-OA-RESULT                PIC X(01) VALUE "D".
           88  CR-OPERATOR-APPROVED        VALUE "A".
       01  CR-OA-OBJECT                PIC X(30) VALUE SPACES.

      * SECURITY-LOG CALL FIELDS -- A STEP FORCED TO RUN AGAIN AND
      * THE RESUBMITTED CHAIN ARE LOGGED AGAINST THE OPERATOR
       01  CR-SEC-TYPE                 PIC X(01) VALUE "O".
       01  CR-SEC-ACTION               PIC X(40) VALUE SPACES.
       01  CR-SEC-OBJECT               PIC X(30) VALUE SPACES.
       01  CR-SEC-CODE                 PIC 9(03) VALUE 0.

      * REPORT LINES
       01  RR-HDR-LINE.
           05  FILLER              PIC X(34) VALUE
               "DAILY CYCLE STATUS  BUSINESS DATE ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RR-COL-LINE.
           05  FILLER              PIC X(45) VALUE
               "STEP      PROGRAM   STATUS            CODE  ".
           05  FILLER              PIC X(50) VALUE
               "STARTED   ENDED     RUNS  REPLAYS  NOTE".

       01  RR-STEP-LINE.
           05  RS-STEP             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RS-PGM              PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RS-STATUS           PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RS-CODE-AREA.
               10  RS-CODE         PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RS-START            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RS-END              PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RS-RUNS-AREA.
               10  RS-RUNS         PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RS-REPLAYS-AREA.
               10  RS-REPLAYS      PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RS-NOTE             PIC X(20).

       01  RR-TIME-EDIT.
           05  RT-HH               PIC X(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  RT-MM               PIC X(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  RT-SS               PIC X(02).
       01  RR-TIME-IN              PIC 9(08).

       01  RR-MESSAGE-LINE         PIC X(100).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30)
                                       VALUE "CYCLE-RESTART".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CR-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM 2000-GATHER-STATUS THRU 2000-EXIT
               PERFORM 2300-FIND-FIRST-INCOMPLETE THRU 2300-EXIT
               IF MODE-RESUBMIT AND NOT CR-REFUSED
                   PERFORM 2400-APPLY-FORCE THRU 2400-EXIT
               END-IF
               PERFORM 3000-PRINT-STATUS THRU 3000-EXIT
               EVALUATE TRUE
                   WHEN CR-REFUSED
                       MOVE 8 TO RETURN-CODE
                   WHEN MODE-STATUS-ONLY
                       MOVE "STATUS ONLY -- NOTHING RESUBMITTED"
                           TO RR-MESSAGE-LINE
                       PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
                   WHEN CR-RESUME-SUB = 0
                       MOVE "EVERY STEP OF THE CYCLE HAS COMPLETED "
                           & "-- NOTHING RESUBMITTED"
                           TO RR-MESSAGE-LINE
                       PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 4000-RESUBMIT-CHAIN THRU 4000-EXIT
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MODE, AND FOR A RESUBMISSION
      * THE OPERATOR AND ANY STEP TO RUN AGAIN; OPEN THE FILES AND
      * LOAD THE CHAIN'S STEPS FROM ITS JCL
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING CR-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CR-RUN-DATE
               JB-TYPE JB-CODE
           MOVE "ENTER THE RUN MODE" TO CR-VA-PROMPT-1
           MOVE "(1 = CYCLE STATUS, 2 = STATUS AND RESUBMIT)"
               TO CR-VA-PROMPT-2
           MOVE 1 TO CR-VA-LOW
           MOVE 2 TO CR-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING CR-VA-PROMPT-1
               CR-VA-PROMPT-2 CR-VA-LOW CR-VA-HIGH CR-VA-RESULT
           MOVE CR-VA-RESULT TO CR-RUN-MODE
           IF MODE-RESUBMIT
               MOVE SPACES TO CR-OA-OBJECT
               STRING "DAILY CYCLE " DELIMITED BY SIZE
                   CR-RUN-DATE DELIMITED BY SIZE
                   INTO CR-OA-OBJECT
               END-STRING
               CALL "OPERATOR-AUTHORITY" USING CR-OA-ACTION
                   CR-OA-LEVEL CR-OPERATOR-ID CR-OA-RESULT
                   JB-NAME CR-OA-OBJECT
               IF NOT CR-OPERATOR-APPROVED
                   DISPLAY "*** RESUBMISSION NOT AUTHORIZED -- "
                       "CYCLE STATUS ONLY ***"
                   MOVE 1 TO CR-RUN-MODE
               ELSE
                   DISPLAY "ENTER A COMPLETED STEP TO RUN AGAIN "
                       "(BLANK FOR NONE)"
                   ACCEPT CR-FORCE-STEP
               END-IF
           END-IF
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF CR-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-CHAIN THRU 1200-EXIT
           MOVE CR-RUN-DATE TO RH-RUN-DATE
           MOVE RR-HDR-LINE TO RR-LINE
           WRITE RR-LINE.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN OUTPUT RESTART-REPORT-FILE
           IF CR-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RESTART REPORT -- STATUS "
                   CR-RPT-STATUS " ***"
               SET CR-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O STEP-STATUS-FILE
           IF CR-SS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN STEP STATUS FILE -- "
                   "STATUS " CR-SS-STATUS " ***"
               SET CR-OPEN-ERROR TO TRUE
           ELSE
               SET CR-SS-OPEN TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-CHAIN -- EVERY EXEC STATEMENT OF THE CYCLE'S JCL
      * IS A STEP, IN THE ORDER THE CHAIN RUNS THEM
      *-----------------------
       1200-LOAD-CHAIN.
           MOVE 0 TO CR-STEP-COUNT
           OPEN INPUT CYCLE-JCL-FILE
           IF CR-JCL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CYCLE JCL -- STATUS "
                   CR-JCL-STATUS " ***"
               SET CR-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-JCL THRU 1210-EXIT
           PERFORM 1220-TAKE-JCL-LINE THRU 1220-EXIT
               UNTIL END-OF-JCL
           CLOSE CYCLE-JCL-FILE
           IF CR-STEP-COUNT = 0
               DISPLAY "*** NO EXEC STEPS IN THE CYCLE JCL -- "
                   "NOTHING TO REPORT ***"
               SET CR-REFUSED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-JCL.
           READ CYCLE-JCL-FILE INTO CR-JCL-LINE
               AT END
                   SET END-OF-JCL TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-TAKE-JCL-LINE.
           IF CR-JCL-LINE(1:2) NOT = "//"
               OR CR-JCL-LINE(3:1) = "*" OR CR-JCL-LINE(3:1) = SPACE
               GO TO 1220-NEXT
           END-IF
           MOVE SPACES TO CR-TOK-NAME CR-TOK-VERB CR-TOK-OPERANDS
           UNSTRING CR-JCL-LINE(3:70) DELIMITED BY ALL SPACES
               INTO CR-TOK-NAME CR-TOK-VERB CR-TOK-OPERANDS
           END-UNSTRING
           IF CR-TOK-VERB NOT = "EXEC"
               GO TO 1220-NEXT
           END-IF
           IF CR-STEP-COUNT >= 60
               DISPLAY "*** MORE THAN 60 STEPS IN THE CYCLE JCL -- "
                   "STEP " CR-TOK-NAME " AND AFTER NOT TRACKED ***"
               SET END-OF-JCL TO TRUE
               GO TO 1220-EXIT
           END-IF
           MOVE SPACES TO CR-TOK-PGM
           IF CR-TOK-OPERANDS(1:4) = "PGM="
               UNSTRING CR-TOK-OPERANDS(5:56)
                   DELIMITED BY "," OR SPACE
                   INTO CR-TOK-PGM
               END-UNSTRING
           END-IF
           ADD 1 TO CR-STEP-COUNT
           MOVE CR-STEP-COUNT TO CR-STEP-SUB
           MOVE CR-TOK-NAME TO CR-ST-NAME(CR-STEP-SUB)
           MOVE CR-TOK-PGM TO CR-ST-PGM(CR-STEP-SUB)
           MOVE "N" TO CR-ST-STATUS(CR-STEP-SUB)
           MOVE 0 TO CR-ST-CODE(CR-STEP-SUB)
           MOVE 0 TO CR-ST-START(CR-STEP-SUB)
           MOVE 0 TO CR-ST-END(CR-STEP-SUB)
           MOVE 0 TO CR-ST-RUNS(CR-STEP-SUB)
           MOVE 0 TO CR-ST-REPLAYS(CR-STEP-SUB)
           MOVE SPACES TO CR-ST-FORCED-BY(CR-STEP-SUB).
       1220-NEXT.
           PERFORM 1210-READ-JCL THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-GATHER-STATUS -- EACH STEP'S RECORD FOR THE BUSINESS
      * DATE. JCL RUNS ITS STEPS IN ORDER, SO A STEP WITH NO RECORD
      * AHEAD OF ONE THAT RAN WAS BYPASSED BY ITS CONDITION TEST;
      * IT IS RECORDED BYPASSED. STEPS AFTER THE LAST ONE THAT RAN
      * ARE LEFT AS NOT RUN.
      *-----------------------
       2000-GATHER-STATUS.
           IF CR-REFUSED
               GO TO 2000-EXIT
           END-IF
           MOVE 0 TO CR-LAST-RECORDED
           PERFORM 2100-READ-ONE-STEP THRU 2100-EXIT
               VARYING CR-STEP-SUB FROM 1 BY 1
               UNTIL CR-STEP-SUB > CR-STEP-COUNT
           PERFORM 2200-MARK-BYPASSED THRU 2200-EXIT
               VARYING CR-STEP-SUB FROM 1 BY 1
               UNTIL CR-STEP-SUB >= CR-LAST-RECORDED.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-STEP.
           MOVE CR-RUN-DATE TO SS-BUSINESS-DATE
           MOVE CR-ST-NAME(CR-STEP-SUB) TO SS-STEP-NAME
           READ STEP-STATUS-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           MOVE SS-STATUS TO CR-ST-STATUS(CR-STEP-SUB)
           MOVE SS-COMPLETION-CODE TO CR-ST-CODE(CR-STEP-SUB)
           MOVE SS-START-TIME TO CR-ST-START(CR-STEP-SUB)
           MOVE SS-END-TIME TO CR-ST-END(CR-STEP-SUB)
           MOVE SS-RUN-COUNT TO CR-ST-RUNS(CR-STEP-SUB)
           MOVE SS-REPLAY-COUNT TO CR-ST-REPLAYS(CR-STEP-SUB)
           MOVE SS-FORCED-BY TO CR-ST-FORCED-BY(CR-STEP-SUB)
           IF NOT SS-BYPASSED
               MOVE CR-STEP-SUB TO CR-LAST-RECORDED
           END-IF.
       2100-EXIT.
           EXIT.

       2200-MARK-BYPASSED.
           IF CR-ST-STATUS(CR-STEP-SUB) NOT = "N"
               GO TO 2200-EXIT
           END-IF
           MOVE CR-RUN-DATE TO SS-BUSINESS-DATE
           MOVE CR-ST-NAME(CR-STEP-SUB) TO SS-STEP-NAME
           SET SS-BYPASSED TO TRUE
           MOVE CR-ST-PGM(CR-STEP-SUB) TO SS-PROGRAM-NAME
           MOVE 0 TO SS-COMPLETION-CODE
           MOVE 0 TO SS-START-TIME
           MOVE 0 TO SS-END-TIME
           MOVE 0 TO SS-RUN-COUNT
           MOVE 0 TO SS-REPLAY-COUNT
           MOVE SPACES TO SS-FORCED-BY
           WRITE STEP-STATUS-RECORD
               INVALID KEY
                   DISPLAY "*** STEP " SS-STEP-NAME " NOT RECORDED "
                       "BYPASSED -- STATUS " CR-SS-STATUS " ***"
                   GO TO 2200-EXIT
           END-WRITE
           MOVE "B" TO CR-ST-STATUS(CR-STEP-SUB)
           ADD 1 TO CR-COUNT-BYPASSED.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 2300-FIND-FIRST-INCOMPLETE -- THE FIRST STEP NOT COMPLETED:
      * ONE THAT DIED, WAS BYPASSED, OR HAS NOT RUN. A RESUBMISSION
      * IS ONLY A RESTART IF SOME STEP HAS RUN FOR THE DATE -- WITH
      * NONE, THE CYCLE HAS NOT STARTED (OR THE DATE HAS ALREADY
      * BEEN ADVANCED) AND DAILYRUN IS SUBMITTED THE ORDINARY WAY.
      *-----------------------
       2300-FIND-FIRST-INCOMPLETE.
           MOVE 0 TO CR-FIRST-INCOMPLETE
           IF CR-REFUSED
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-TEST-ONE-STEP THRU 2310-EXIT
               VARYING CR-STEP-SUB FROM 1 BY 1
               UNTIL CR-STEP-SUB > CR-STEP-COUNT
                  OR CR-FIRST-INCOMPLETE > 0
           MOVE CR-FIRST-INCOMPLETE TO CR-RESUME-SUB
           IF MODE-RESUBMIT AND CR-LAST-RECORDED = 0
               DISPLAY "*** NO STEP OF THE CYCLE HAS RUN FOR "
                   CR-RUN-DATE " -- NOT A RESTART; SUBMIT DAILYRUN "
                   "IN THE ORDINARY WAY ***"
               SET CR-REFUSED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-TEST-ONE-STEP.
           IF CR-ST-STATUS(CR-STEP-SUB) NOT = "C"
               MOVE CR-STEP-SUB TO CR-FIRST-INCOMPLETE
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2400-APPLY-FORCE -- A COMPLETED STEP THE OPERATOR NAMED IS
      * MARKED TO RUN AGAIN; IF IT COMES BEFORE THE FIRST INCOMPLETE
      * STEP, THE RESTART RESUMES THERE
      *-----------------------
       2400-APPLY-FORCE.
           IF CR-FORCE-STEP = SPACES
               GO TO 2400-EXIT
           END-IF
           MOVE 0 TO CR-FORCE-SUB
           PERFORM 2410-FIND-FORCE-STEP THRU 2410-EXIT
               VARYING CR-STEP-SUB FROM 1 BY 1
               UNTIL CR-STEP-SUB > CR-STEP-COUNT
                  OR CR-FORCE-SUB > 0
           IF CR-FORCE-SUB = 0
               DISPLAY "*** STEP " CR-FORCE-STEP " IS NOT A STEP OF "
                   "THE CYCLE -- NOTHING RESUBMITTED ***"
               SET CR-REFUSED TO TRUE
               GO TO 2400-EXIT
           END-IF
           IF CR-ST-STATUS(CR-FORCE-SUB) NOT = "C"
               DISPLAY "STEP " CR-FORCE-STEP " HAS NOT COMPLETED -- "
                   "IT RUNS AGAIN WITHOUT BEING FORCED"
               GO TO 2400-EXIT
           END-IF
           MOVE CR-RUN-DATE TO SS-BUSINESS-DATE
           MOVE CR-FORCE-STEP TO SS-STEP-NAME
           READ STEP-STATUS-FILE
               INVALID KEY
                   DISPLAY "*** STEP " CR-FORCE-STEP " STATUS "
                       "COULD NOT BE READ -- NOTHING RESUBMITTED ***"
                   SET CR-REFUSED TO TRUE
                   GO TO 2400-EXIT
           END-READ
           SET SS-FORCED TO TRUE
           MOVE CR-OPERATOR-ID TO SS-FORCED-BY
           REWRITE STEP-STATUS-RECORD
               INVALID KEY
                   DISPLAY "*** STEP " CR-FORCE-STEP " COULD NOT BE "
                       "MARKED TO RUN AGAIN -- NOTHING RESUBMITTED ***"
                   SET CR-REFUSED TO TRUE
                   GO TO 2400-EXIT
           END-REWRITE
           MOVE "F" TO CR-ST-STATUS(CR-FORCE-SUB)
           MOVE CR-OPERATOR-ID TO CR-ST-FORCED-BY(CR-FORCE-SUB)
           MOVE "CYCLE STEP FORCED TO RUN AGAIN" TO CR-SEC-ACTION
           MOVE SPACES TO CR-SEC-OBJECT
           STRING "STEP " DELIMITED BY SIZE
               CR-FORCE-STEP DELIMITED BY SPACE
               " DATE " DELIMITED BY SIZE
               CR-RUN-DATE DELIMITED BY SIZE
               INTO CR-SEC-OBJECT
           END-STRING
           PERFORM 8100-LOG-SECURITY THRU 8100-EXIT
           IF CR-RESUME-SUB = 0 OR CR-FORCE-SUB < CR-RESUME-SUB
               MOVE CR-FORCE-SUB TO CR-RESUME-SUB
           END-IF.
       2400-EXIT.
           EXIT.

       2410-FIND-FORCE-STEP.
           IF CR-ST-NAME(CR-STEP-SUB) = CR-FORCE-STEP
               MOVE CR-STEP-SUB TO CR-FORCE-SUB
           END-IF.
       2410-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-STATUS -- ONE LINE PER STEP, THEN WHERE THE
      * CHAIN STANDS
      *-----------------------
       3000-PRINT-STATUS.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE RR-COL-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
               VARYING CR-STEP-SUB FROM 1 BY 1
               UNTIL CR-STEP-SUB > CR-STEP-COUNT
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-MESSAGE-LINE
           IF CR-FIRST-INCOMPLETE = 0
               MOVE "EVERY STEP OF THE CYCLE HAS COMPLETED"
                   TO RR-MESSAGE-LINE
           ELSE
               STRING "FIRST INCOMPLETE STEP: "
                   CR-ST-NAME(CR-FIRST-INCOMPLETE)
                   DELIMITED BY SIZE INTO RR-MESSAGE-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-STEP.
           MOVE SPACES TO RR-STEP-LINE
           MOVE CR-ST-NAME(CR-STEP-SUB) TO RS-STEP
           MOVE CR-ST-PGM(CR-STEP-SUB) TO RS-PGM
           EVALUATE CR-ST-STATUS(CR-STEP-SUB)
               WHEN "C"
                   MOVE "COMPLETED" TO RS-STATUS
               WHEN "S"
                   MOVE "STARTED, NO END" TO RS-STATUS
                   MOVE "ABENDED OR RUNNING" TO RS-NOTE
               WHEN "B"
                   MOVE "BYPASSED" TO RS-STATUS
               WHEN "F"
                   MOVE "TO RUN AGAIN" TO RS-STATUS
                   STRING "ORDERED BY " CR-ST-FORCED-BY(CR-STEP-SUB)
                       DELIMITED BY SIZE INTO RS-NOTE
                   END-STRING
               WHEN OTHER
                   MOVE "NOT RUN" TO RS-STATUS
           END-EVALUATE
           IF CR-ST-STATUS(CR-STEP-SUB) = "C"
               OR CR-ST-STATUS(CR-STEP-SUB) = "F"
               MOVE CR-ST-CODE(CR-STEP-SUB) TO RS-CODE
           END-IF
           IF CR-ST-RUNS(CR-STEP-SUB) > 0
               MOVE CR-ST-START(CR-STEP-SUB) TO RR-TIME-IN
               PERFORM 3200-EDIT-TIME THRU 3200-EXIT
               MOVE RR-TIME-EDIT TO RS-START
               MOVE CR-ST-RUNS(CR-STEP-SUB) TO RS-RUNS
               MOVE CR-ST-REPLAYS(CR-STEP-SUB) TO RS-REPLAYS
           END-IF
           IF CR-ST-END(CR-STEP-SUB) > 0
               MOVE CR-ST-END(CR-STEP-SUB) TO RR-TIME-IN
               PERFORM 3200-EDIT-TIME THRU 3200-EXIT
               MOVE RR-TIME-EDIT TO RS-END
           END-IF
           IF CR-STEP-SUB = CR-FIRST-INCOMPLETE
               AND RS-NOTE = SPACES
               MOVE "FIRST INCOMPLETE" TO RS-NOTE
           END-IF
           MOVE RR-STEP-LINE TO RR-LINE
           WRITE RR-LINE.
       3100-EXIT.
           EXIT.

       3200-EDIT-TIME.
           MOVE RR-TIME-IN(1:2) TO RT-HH
           MOVE RR-TIME-IN(3:2) TO RT-MM
           MOVE RR-TIME-IN(5:2) TO RT-SS.
       3200-EXIT.
           EXIT.

      *-----------------------
      * 4000-RESUBMIT-CHAIN -- THE CYCLE'S JCL, AS IT STANDS, TO THE
      * INTERNAL READER. THE STEPS BEFORE THE RESUME POINT FIND
      * THEIR COMPLETED STATUS AND END WITH THEIR RECORDED CODES.
      *-----------------------
       4000-RESUBMIT-CHAIN.
           OPEN INPUT CYCLE-JCL-FILE
           IF CR-JCL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN CYCLE JCL -- STATUS "
                   CR-JCL-STATUS " -- NOTHING RESUBMITTED ***"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT INTERNAL-READER-FILE
           IF CR-RDR-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN INTERNAL READER -- STATUS "
                   CR-RDR-STATUS " -- NOTHING RESUBMITTED ***"
               CLOSE CYCLE-JCL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO CR-JCL-EOF-SWITCH
           MOVE 0 TO CR-COUNT-JCL-LINES
           PERFORM 1210-READ-JCL THRU 1210-EXIT
           PERFORM 4100-COPY-JCL-LINE THRU 4100-EXIT
               UNTIL END-OF-JCL
           CLOSE CYCLE-JCL-FILE
           CLOSE INTERNAL-READER-FILE
           MOVE SPACES TO RR-MESSAGE-LINE
           STRING "CYCLE RESUBMITTED BY " DELIMITED BY SIZE
               CR-OPERATOR-ID DELIMITED BY SPACE
               " -- WORK RESUMES AT " DELIMITED BY SIZE
               CR-ST-NAME(CR-RESUME-SUB) DELIMITED BY SPACE
               ", EARLIER STEPS END WITH THEIR RECORDED CODES"
                   DELIMITED BY SIZE
               INTO RR-MESSAGE-LINE
           END-STRING
           PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
           MOVE "DAILY CYCLE RESUBMITTED" TO CR-SEC-ACTION
           MOVE SPACES TO CR-SEC-OBJECT
           STRING "RESUME " DELIMITED BY SIZE
               CR-ST-NAME(CR-RESUME-SUB) DELIMITED BY SPACE
               " DATE " DELIMITED BY SIZE
               CR-RUN-DATE DELIMITED BY SIZE
               INTO CR-SEC-OBJECT
           END-STRING
           PERFORM 8100-LOG-SECURITY THRU 8100-EXIT.
       4000-EXIT.
           EXIT.

       4100-COPY-JCL-LINE.
           MOVE CR-JCL-LINE TO INTERNAL-READER-RECORD
           WRITE INTERNAL-READER-RECORD
           ADD 1 TO CR-COUNT-JCL-LINES
           PERFORM 1210-READ-JCL THRU 1210-EXIT.
       4100-EXIT.
           EXIT.

       8000-WRITE-MESSAGE.
           MOVE RR-MESSAGE-LINE TO RR-LINE
           WRITE RR-LINE
           DISPLAY RR-MESSAGE-LINE.
       8000-EXIT.
           EXIT.

      * ONE ACTION ON THE SECURITY LOG, UNDER THE RESUBMISSION'S
      * APPROVAL
       8100-LOG-SECURITY.
           MOVE RETURN-CODE TO CR-SEC-CODE
           CALL "SECURITY-LOG" USING CR-SEC-TYPE CR-OPERATOR-ID
               JB-NAME CR-SEC-ACTION CR-OA-LEVEL CR-OA-RESULT
               CR-SEC-OBJECT CR-SEC-CODE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "CYCLE-RESTART SUMMARY FOR " CR-RUN-DATE
           DISPLAY "  STEPS IN THE CHAIN....: " CR-STEP-COUNT
           DISPLAY "  RECORDED BYPASSED.....: " CR-COUNT-BYPASSED
           DISPLAY "  JCL LINES RESUBMITTED.: " CR-COUNT-JCL-LINES
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CR-RUN-DATE
               JB-TYPE JB-CODE
           IF CR-SS-OPEN
               CLOSE STEP-STATUS-FILE
           END-IF
           CLOSE RESTART-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM CYCLE-RESTART.
