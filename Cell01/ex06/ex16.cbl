      *                  moved to this program's RETURN-CODE before
      *                  GOBACK, so the caller's (and the job
      *                  step's) code comes back intact.
      * 2026-10-15  JCM  A daily-cycle step (one with a CYCSTEP card
      *                  naming its JCL step) is now tracked on the
      *                  STEPSTAT step-status file, keyed by business
      *                  date and step. The start stamp marks the step
      *                  started; the end stamp marks it completed with
      *                  the caller's code. A step already completed for
      *                  the business date ends the run at its start
      *                  stamp with its recorded code, so a resubmitted
      *                  chain does not apply its work twice, unless its
      *                  card marks it to run every time or the restart
      *                  job has ordered it run again. Jobs with no
      *                  CYCSTEP card behave as before.
      * 2026-10-15  JCM  The end stamp can now carry the step's volumes.
      *                  Banner type "V" prints and logs the end stamp
      *                  as "E" does, and also takes a fifth parameter
      *                  (layout JOBVOL) with the records read, written
      *                  and rejected and the step's primary amount
      *                  total; they are shown under the end banner
      *                  and logged on the JOBLOG end record for the
      *                  volume-trend report. Callers passing "S" or
      *                  "E" keep the four-parameter CALL, and their
      *                  end records log no volumes.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JB-LOG-STATUS.
           SELECT OPTIONAL CYCLE-STEP-CARD ASSIGN TO "CYCSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JB-CARD-STATUS.
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-KEY
               FILE STATUS IS JB-STEP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       FD  JOB-LOG-FILE.
           COPY JOBLOG.

      * THE DAILY CYCLE'S STEP CARD -- THE JCL STEP NAME, AND "F"
      * IN COLUMN 10 FOR A STEP THAT RUNS AGAIN EVEN WHEN ALREADY
      * COMPLETED. A JOB WITH NO CYCSTEP DD IS NOT A CYCLE STEP AND
      * IS NOT TRACKED.
       FD  CYCLE-STEP-CARD.
       01  CYCLE-STEP-CARD-RECORD.
           05  SC-STEP-NAME             PIC X(08).
           05  FILLER                   PIC X(01).
           05  SC-FORCE-FLAG            PIC X(01).
               88  SC-ALWAYS-RUN            VALUE "F".

       FD  STEP-STATUS-FILE.
           COPY STEPSTAT.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  JB-BANNER-LINE              PIC X(50) VALUE ALL "*".
       01  JB-LOG-STATUS               PIC X(02) VALUE "00".
       01  JB-STAMP-TIME               PIC 9(08) VALUE 0.
       01  JB-AMOUNT-EDIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  JB-CARD-STATUS              PIC X(02) VALUE "00".
       01  JB-STEP-STATUS              PIC X(02) VALUE "00".
       01  JB-TRACK-SWITCH             PIC X(01) VALUE "N".
           88  JB-STEP-TRACKED             VALUE "Y".

      * THE CYCLE STEP THIS RUN IS, HELD FROM THE START STAMP TO THE
      * END STAMP. THE BUSINESS DATE IS TAKEN ONCE, AT THE START --
      * THE DATE-ADVANCE STEP MOVES IT BEFORE ITS END STAMP.
       01  JB-HOLD-KEY.
           05  JB-HOLD-DATE            PIC 9(08) VALUE 0.
           05  JB-HOLD-STEP            PIC X(08) VALUE SPACES.
       01  JB-ALWAYS-RUN-SWITCH        PIC X(01) VALUE "N".
           88  JB-ALWAYS-RUN               VALUE "Y".
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01  JB-RUN-DATE                 PIC 9(08).

      * JB-BANNER-TYPE -- "S" PRINTS THE JOB-START BANNER,
      * "E" PRINTS THE JOB-END BANNER, "V" PRINTS THE JOB-END
      * BANNER AND LOGS THE STEP VOLUMES PASSED AS A FIFTH PARAMETER
       01  JB-BANNER-TYPE              PIC X(01).
           88  JB-BANNER-IS-START          VALUE "S".
           88  JB-BANNER-IS-END            VALUE "E" "V".
           88  JB-BANNER-HAS-VOLUMES       VALUE "V".

      * JB-COMPLETION-CODE -- THE CALLER'S STEP CODE AT STAMP TIME.
      * LOGGED ON THE END STAMP, AND ALWAYS HANDED BACK THROUGH
      * THIS PROGRAM'S RETURN-CODE SO THE CALL LEAVES THE CALLER'S
      * CODE EXACTLY AS IT FOUND IT.
       01  JB-COMPLETION-CODE          PIC 9(03).

      * JB-VOLUMES -- THE STEP'S VOLUMES (LAYOUT AS COPYBOOK JOBVOL).
      * PASSED AND REFERENCED ONLY WITH BANNER TYPE "V"; CALLERS
      * STAMPING "S" OR "E" PASS THE FIRST FOUR PARAMETERS ONLY.
       01  JB-VOLUMES.
           05  JB-RECORDS-READ         PIC 9(09).
           05  JB-RECORDS-WRITTEN      PIC 9(09).
           05  JB-RECORDS-REJECTED     PIC 9(09).
           05  JB-AMOUNT-TOTAL         PIC 9(13)V9(02).
      *-----------------------
       PROCEDURE DIVISION USING JB-PROGRAM-NAME
                                 JB-RUN-DATE
                                 JB-BANNER-TYPE
                                 JB-COMPLETION-CODE
                                 JB-VOLUMES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           EVALUATE TRUE
                   PERFORM 2000-PRINT-END THRU 2000-EXIT
           END-EVALUATE
           PERFORM 3000-APPEND-JOB-LOG THRU 3000-EXIT
           EVALUATE TRUE
               WHEN JB-BANNER-IS-START
                   PERFORM 4000-CHECK-STEP-STATUS THRU 4000-EXIT
               WHEN JB-BANNER-IS-END
                   PERFORM 5000-RECORD-STEP-END THRU 5000-EXIT
           END-EVALUATE
           MOVE JB-COMPLETION-CODE TO RETURN-CODE
           GOBACK.

           DISPLAY JB-BANNER-LINE
           DISPLAY "JOB END ---- " JB-PROGRAM-NAME
               " -- RUN DATE " JB-RUN-DATE
           IF JB-BANNER-HAS-VOLUMES
               MOVE JB-AMOUNT-TOTAL TO JB-AMOUNT-EDIT
               DISPLAY "READ " JB-RECORDS-READ
                   " WRITTEN " JB-RECORDS-WRITTEN
                   " REJECTED " JB-RECORDS-REJECTED
               DISPLAY "AMOUNT TOTAL " JB-AMOUNT-EDIT
           END-IF
           DISPLAY JB-BANNER-LINE.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 3000-APPEND-JOB-LOG -- ONE LOG RECORD PER STAMP. THE END
      * STAMP CARRIES THE CALLER'S PASSED COMPLETION CODE, AND ITS
      * VOLUMES WHEN IT PASSED THEM. EITHER KIND OF END STAMP IS
      * LOGGED AS "E".
      *-----------------------
       3000-APPEND-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           MOVE JB-PROGRAM-NAME TO JL-PROGRAM-NAME
           MOVE JB-RUN-DATE TO JL-RUN-DATE
           MOVE JB-STAMP-TIME TO JL-STAMP-TIME
           IF JB-BANNER-IS-END
               SET JL-STAMP-IS-END TO TRUE
               MOVE JB-COMPLETION-CODE TO JL-COMPLETION-CODE
           ELSE
               SET JL-STAMP-IS-START TO TRUE
               MOVE 0 TO JL-COMPLETION-CODE
           END-IF
           IF JB-BANNER-HAS-VOLUMES
               SET JL-VOLUMES-LOGGED TO TRUE
               MOVE JB-RECORDS-READ TO JL-RECORDS-READ
               MOVE JB-RECORDS-WRITTEN TO JL-RECORDS-WRITTEN
               MOVE JB-RECORDS-REJECTED TO JL-RECORDS-REJECTED
               MOVE JB-AMOUNT-TOTAL TO JL-AMOUNT-TOTAL
           ELSE
               MOVE "N" TO JL-VOLUME-FLAG
               MOVE 0 TO JL-RECORDS-READ
               MOVE 0 TO JL-RECORDS-WRITTEN
               MOVE 0 TO JL-RECORDS-REJECTED
               MOVE 0 TO JL-AMOUNT-TOTAL
           END-IF
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 4000-CHECK-STEP-STATUS -- ON A CYCLE STEP'S START STAMP,
      * LOOK THE STEP UP FOR THE BUSINESS DATE. A STEP ALREADY
      * COMPLETED ENDS THE RUN HERE WITH ITS RECORDED CODE, SO THE
      * JCL'S CONDITION TESTS SEE THE SAME CODE THEY SAW THE FIRST
      * TIME AND NOTHING IS APPLIED TWICE. ANY OTHER STEP IS MARKED
      * STARTED AND RUNS. A STATUS FILE THAT CANNOT BE OPENED IS
      * REPORTED BUT DOES NOT STOP THE STEP.
      *-----------------------
       4000-CHECK-STEP-STATUS.
           MOVE "N" TO JB-TRACK-SWITCH
           MOVE "N" TO JB-ALWAYS-RUN-SWITCH
           MOVE SPACES TO JB-HOLD-STEP
           OPEN INPUT CYCLE-STEP-CARD
           IF JB-CARD-STATUS(1:1) = "0"
               READ CYCLE-STEP-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SC-STEP-NAME TO JB-HOLD-STEP
                       IF SC-ALWAYS-RUN
                           SET JB-ALWAYS-RUN TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE CYCLE-STEP-CARD
           IF JB-HOLD-STEP = SPACES
               GO TO 4000-EXIT
           END-IF
           CALL "BUSINESS-DATE" USING JB-HOLD-DATE
           OPEN I-O STEP-STATUS-FILE
           IF JB-STEP-STATUS(1:1) NOT = "0"
               DISPLAY "*** JOB-BANNER: UNABLE TO OPEN STEP STATUS "
                   "-- STATUS " JB-STEP-STATUS " -- STEP "
                   JB-HOLD-STEP " NOT TRACKED ***"
               GO TO 4000-EXIT
           END-IF
           MOVE JB-HOLD-KEY TO SS-KEY
           READ STEP-STATUS-FILE
               INVALID KEY
                   PERFORM 4100-WRITE-STARTED THRU 4100-EXIT
               NOT INVALID KEY
                   IF SS-COMPLETED AND NOT JB-ALWAYS-RUN
                       PERFORM 4300-END-COMPLETED-STEP
                           THRU 4300-EXIT
                   END-IF
                   PERFORM 4200-REWRITE-STARTED THRU 4200-EXIT
           END-READ
           CLOSE STEP-STATUS-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-STARTED.
           MOVE JB-HOLD-KEY TO SS-KEY
           SET SS-STARTED TO TRUE
           MOVE JB-PROGRAM-NAME TO SS-PROGRAM-NAME
           MOVE 0 TO SS-COMPLETION-CODE
           ACCEPT SS-START-TIME FROM TIME
           MOVE 0 TO SS-END-TIME
           MOVE 1 TO SS-RUN-COUNT
           MOVE 0 TO SS-REPLAY-COUNT
           MOVE SPACES TO SS-FORCED-BY
           WRITE STEP-STATUS-RECORD
               INVALID KEY
                   DISPLAY "*** JOB-BANNER: STEP STATUS NOT WRITTEN "
                       "FOR " JB-HOLD-STEP " -- STATUS "
                       JB-STEP-STATUS " ***"
                   GO TO 4100-EXIT
           END-WRITE
           SET JB-STEP-TRACKED TO TRUE.
       4100-EXIT.
           EXIT.

      * A STEP THAT DIED, WAS BYPASSED, WAS ORDERED RUN AGAIN BY
      * THE RESTART JOB, OR ALWAYS RUNS -- RECORDED AS STARTED AGAIN
       4200-REWRITE-STARTED.
           EVALUATE TRUE
               WHEN SS-STARTED
                   DISPLAY "STEP " JB-HOLD-STEP " STARTED "
                       SS-START-TIME " AND DID NOT END -- RUNNING "
                       "AGAIN"
               WHEN SS-FORCED
                   DISPLAY "STEP " JB-HOLD-STEP " RUNNING AGAIN AS "
                       "ORDERED BY " SS-FORCED-BY
               WHEN SS-COMPLETED
                   DISPLAY "STEP " JB-HOLD-STEP " COMPLETED WITH CODE "
                       SS-COMPLETION-CODE " -- RUNS EVERY TIME"
           END-EVALUATE
           SET SS-STARTED TO TRUE
           MOVE JB-PROGRAM-NAME TO SS-PROGRAM-NAME
           MOVE 0 TO SS-COMPLETION-CODE
           ACCEPT SS-START-TIME FROM TIME
           MOVE 0 TO SS-END-TIME
           ADD 1 TO SS-RUN-COUNT
           REWRITE STEP-STATUS-RECORD
               INVALID KEY
                   DISPLAY "*** JOB-BANNER: STEP STATUS NOT REWRITTEN "
                       "FOR " JB-HOLD-STEP " -- STATUS "
                       JB-STEP-STATUS " ***"
                   GO TO 4200-EXIT
           END-REWRITE
           SET JB-STEP-TRACKED TO TRUE.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 4300-END-COMPLETED-STEP -- THE STEP HAS ALREADY DONE ITS
      * WORK FOR THIS BUSINESS DATE. COUNT THE REPLAY, STAMP THE END
      * WITH THE RECORDED CODE, AND END THE RUN UNIT HERE, BEFORE THE
      * CALLER HAS OPENED ANYTHING.
      *-----------------------
       4300-END-COMPLETED-STEP.
           ADD 1 TO SS-REPLAY-COUNT
           REWRITE STEP-STATUS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE STEP-STATUS-FILE
           DISPLAY "*** STEP " JB-HOLD-STEP " ALREADY COMPLETED FOR "
               "BUSINESS DATE " JB-HOLD-DATE " WITH CODE "
               SS-COMPLETION-CODE " -- NOT RUN AGAIN ***"
           MOVE "E" TO JB-BANNER-TYPE
           MOVE SS-COMPLETION-CODE TO JB-COMPLETION-CODE
           PERFORM 2000-PRINT-END THRU 2000-EXIT
           PERFORM 3000-APPEND-JOB-LOG THRU 3000-EXIT
           MOVE JB-COMPLETION-CODE TO RETURN-CODE
           STOP RUN.
       4300-EXIT.
           EXIT.

      *-----------------------
      * 5000-RECORD-STEP-END -- THE END STAMP OF A TRACKED STEP
      * MARKS IT COMPLETED WITH THE CALLER'S CODE
      *-----------------------
       5000-RECORD-STEP-END.
           IF NOT JB-STEP-TRACKED
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO JB-TRACK-SWITCH
           OPEN I-O STEP-STATUS-FILE
           IF JB-STEP-STATUS(1:1) NOT = "0"
               DISPLAY "*** JOB-BANNER: UNABLE TO OPEN STEP STATUS "
                   "-- STATUS " JB-STEP-STATUS " -- END OF STEP "
                   JB-HOLD-STEP " NOT RECORDED ***"
               GO TO 5000-EXIT
           END-IF
           MOVE JB-HOLD-KEY TO SS-KEY
           READ STEP-STATUS-FILE
               INVALID KEY
                   DISPLAY "*** JOB-BANNER: NO STEP STATUS FOR "
                       JB-HOLD-STEP " -- END NOT RECORDED ***"
               NOT INVALID KEY
                   SET SS-COMPLETED TO TRUE
                   MOVE JB-COMPLETION-CODE TO SS-COMPLETION-CODE
                   ACCEPT SS-END-TIME FROM TIME
                   REWRITE STEP-STATUS-RECORD
                       INVALID KEY
                           DISPLAY "*** JOB-BANNER: END OF STEP "
                               JB-HOLD-STEP " NOT RECORDED -- STATUS "
                               JB-STEP-STATUS " ***"
                   END-REWRITE
           END-READ
           CLOSE STEP-STATUS-FILE.
       5000-EXIT.
           EXIT.

       END PROGRAM JOB-BANNER.
