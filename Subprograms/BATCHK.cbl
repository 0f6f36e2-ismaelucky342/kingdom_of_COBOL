       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BATCH-RELEASE-CHECK.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New shared routine. A program about to move
      *                  money on a keyed batch hands over the
      *                  batch's key and its control count and hash
      *                  as it reads them now; the routine looks the
      *                  batch up on the BATCHAPR approval queue and
      *                  answers "A" only when a second operator has
      *                  approved it and the figures still match what
      *                  was registered. Any other answer is a
      *                  refusal, and the reason goes to the console:
      *                  no registration, still pending, rejected,
      *                  approved by its own submitter, or changed
      *                  since it was registered. The caller's
      *                  completion code rides the last parameter so
      *                  the CALL hands it back intact.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS BQ-KEY
               FILE STATUS IS BC-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  BATCH-APPROVAL-FILE.
           COPY BATAPR.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  BC-FILE-STATUS              PIC X(02) VALUE "00".
       01  BC-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  BC-RECORD-FOUND             VALUE "Y".
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
      * THE BATCH AS THE CALLER SEES IT NOW
       01  BC-BATCH-TYPE               PIC X(01).
       01  BC-BATCH-DATE               PIC 9(08).
       01  BC-BATCH-REF                PIC X(08).
       01  BC-CONTROL-COUNT            PIC 9(07).
       01  BC-HASH-TOTAL               PIC 9(13)V9(02).

      * BC-RESULT -- "A" APPROVED AND UNCHANGED; ANY OTHER VALUE
      * REFUSES THE BATCH: "M" NOT REGISTERED, "P" STILL PENDING,
      * "R" REJECTED, "S" APPROVED BY ITS OWN SUBMITTER, "C"
      * CHANGED SINCE REGISTERED, "E" QUEUE COULD NOT BE READ
       01  BC-RESULT                   PIC X(01).
           88  BC-APPROVED                 VALUE "A".

      * BC-COMPLETION-CODE -- THE CALLER'S STEP CODE, HANDED BACK
      * THROUGH THIS PROGRAM'S RETURN-CODE
       01  BC-COMPLETION-CODE          PIC 9(03).
      *-----------------------
       PROCEDURE DIVISION USING BC-BATCH-TYPE
                                 BC-BATCH-DATE
                                 BC-BATCH-REF
                                 BC-CONTROL-COUNT
                                 BC-HASH-TOTAL
                                 BC-RESULT
                                 BC-COMPLETION-CODE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           MOVE "M" TO BC-RESULT
           PERFORM 1000-READ-APPROVAL THRU 1000-EXIT
           IF BC-RECORD-FOUND
               PERFORM 2000-JUDGE-APPROVAL THRU 2000-EXIT
           END-IF
           IF NOT BC-APPROVED
               PERFORM 3000-REPORT-REFUSAL THRU 3000-EXIT
           END-IF
           MOVE BC-COMPLETION-CODE TO RETURN-CODE
           GOBACK.

      *-----------------------
      * 1000-READ-APPROVAL -- THE BATCH'S ENTRY ON THE QUEUE. AN
      * ABSENT QUEUE IS AN EMPTY ONE: NOTHING HAS BEEN REGISTERED.
      *-----------------------
       1000-READ-APPROVAL.
           MOVE "N" TO BC-FOUND-SWITCH
           OPEN INPUT BATCH-APPROVAL-FILE
           IF BC-FILE-STATUS(1:1) NOT = "0"
               DISPLAY "*** BATCH-RELEASE-CHECK: UNABLE TO OPEN "
                   "BATCHAPR -- STATUS " BC-FILE-STATUS " ***"
               MOVE "E" TO BC-RESULT
               GO TO 1000-EXIT
           END-IF
           MOVE BC-BATCH-TYPE TO BQ-BATCH-TYPE
           MOVE BC-BATCH-DATE TO BQ-BATCH-DATE
           MOVE BC-BATCH-REF TO BQ-BATCH-REF
           READ BATCH-APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BC-RECORD-FOUND TO TRUE
           END-READ
           CLOSE BATCH-APPROVAL-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 2000-JUDGE-APPROVAL -- THE DECISION FIRST, THEN WHO MADE
      * IT, THEN WHETHER THE BATCH IS STILL THE ONE THAT WAS
      * REVIEWED
      *-----------------------
       2000-JUDGE-APPROVAL.
           EVALUATE TRUE
               WHEN BQ-PENDING
                   MOVE "P" TO BC-RESULT
               WHEN BQ-REJECTED
                   MOVE "R" TO BC-RESULT
               WHEN NOT BQ-APPROVED
                   MOVE "M" TO BC-RESULT
               WHEN BQ-CHECKER-ID = SPACES
                   MOVE "S" TO BC-RESULT
               WHEN BQ-CHECKER-ID = BQ-SUBMITTER-ID
                   MOVE "S" TO BC-RESULT
               WHEN BQ-CONTROL-COUNT NOT = BC-CONTROL-COUNT
                   MOVE "C" TO BC-RESULT
               WHEN BQ-HASH-TOTAL NOT = BC-HASH-TOTAL
                   MOVE "C" TO BC-RESULT
               WHEN OTHER
                   MOVE "A" TO BC-RESULT
                   DISPLAY "BATCH " BC-BATCH-TYPE " " BC-BATCH-DATE
                       " " BC-BATCH-REF " APPROVED BY "
                       BQ-CHECKER-ID " -- SUBMITTED BY "
                       BQ-SUBMITTER-ID
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-REPORT-REFUSAL.
           DISPLAY "*** BATCH " BC-BATCH-TYPE " " BC-BATCH-DATE " "
               BC-BATCH-REF " NOT RELEASED ***"
           EVALUATE BC-RESULT
               WHEN "M"
                   DISPLAY "*** NOT REGISTERED ON THE APPROVAL "
                       "QUEUE -- REGISTER IT WITH BATCHAPR AND HAVE "
                       "A SECOND OPERATOR APPROVE IT ***"
               WHEN "P"
                   DISPLAY "*** REGISTERED BY " BQ-SUBMITTER-ID
                       " AND STILL AWAITING A SECOND OPERATOR'S "
                       "APPROVAL ***"
               WHEN "R"
                   DISPLAY "*** REJECTED BY " BQ-CHECKER-ID
                       " ON " BQ-DECISION-DATE " ***"
               WHEN "S"
                   DISPLAY "*** APPROVAL WAS NOT MADE BY A SECOND "
                       "OPERATOR -- SUBMITTER " BQ-SUBMITTER-ID
                       " CHECKER " BQ-CHECKER-ID " ***"
               WHEN "C"
                   DISPLAY "*** BATCH HAS CHANGED SINCE IT WAS "
                       "REGISTERED -- RE-REGISTER AND HAVE IT "
                       "APPROVED AGAIN ***"
                   DISPLAY "    REGISTERED COUNT " BQ-CONTROL-COUNT
                       " HASH " BQ-HASH-TOTAL
                   DISPLAY "    PRESENTED  COUNT " BC-CONTROL-COUNT
                       " HASH " BC-HASH-TOTAL
               WHEN OTHER
                   DISPLAY "*** APPROVAL QUEUE COULD NOT BE READ ***"
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       END PROGRAM BATCH-RELEASE-CHECK.
