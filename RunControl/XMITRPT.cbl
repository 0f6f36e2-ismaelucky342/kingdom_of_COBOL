      *                  file sent after the actual transfer -- it
      *                  appends the SENT record carrying the
      *                  produced figures forward.
      * 2026-10-15  JCM  Mode 3 marks an inbound file received: it
      *                  appends the RECEIVED record with the sender's
      *                  advised count, so the cycle readiness check can
      *                  see the file arrived before the chain starts.
      *                  XE-CYCLE-INPUT flags the inbound files the
      *                  daily cycle reads. A writer-side count or hash
      *                  of zero is no longer compared against the
      *                  reader's figures.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * ONE RECORD PER INTERFACE FILE WE EXCHANGE: ITS NAME AND
      * WHICH WAY IT FLOWS. EVERY LISTED FILE IS EXPECTED EVERY
      * BUSINESS DATE. "C" IN XE-CYCLE-INPUT MARKS AN INBOUND FILE
      * THE DAILY CYCLE READS -- THE CYCLE READINESS CHECK HOLDS
      * THE CHAIN UNTIL IT IS LOGGED RECEIVED.
       FD  EXPECTED-FILES-FILE.
       01  EXPECTED-FILE-RECORD.
           05  XE-FILE-NAME            PIC X(08).
           05  XE-DIRECTION            PIC X(01).
           05  XE-CYCLE-INPUT          PIC X(01).

       FD  TRANSMISSION-FILE.
           COPY XMITREC.
       01  XR-RUN-MODE              PIC 9(01) VALUE 0.
           88  MODE-REPORT              VALUE 1.
           88  MODE-MARK-SENT           VALUE 2.
           88  MODE-MARK-RECEIVED       VALUE 3.
       01  XR-RUN-DATE              PIC 9(08).
       01  XR-MARK-FILE-NAME        PIC X(08) VALUE SPACES.
       01  XR-MARK-COUNT            PIC 9(07) VALUE 0.
       01  XR-COUNT-FLAGGED         PIC 9(03) VALUE 0.

      * THE EXPECTED FILES WITH THE DAY'S OBSERVED STATE FOLDED
       01  XR-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  XR-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * TRANSMISSION-LOG CALL FIELDS (THE MARK-SENT AND
      * MARK-RECEIVED APPENDS)
       01  XT-DIRECTION             PIC X(01).
       01  XT-COUNT                 PIC 9(07) VALUE 0.
       01  XT-HASH                  PIC 9(13)V9(02) VALUE 0.
           IF NOT XR-OPEN-ERROR
               PERFORM 2000-FOLD-ONE-RECORD THRU 2000-EXIT
                   UNTIL END-OF-CONTROL
               EVALUATE TRUE
                   WHEN MODE-REPORT
                       PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
                   WHEN MODE-MARK-SENT
                       PERFORM 4000-MARK-ONE-SENT THRU 4000-EXIT
                   WHEN OTHER
                       PERFORM 4500-MARK-ONE-RECEIVED THRU 4500-EXIT
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE RUN MODE" TO XR-VA-PROMPT-1
           MOVE "(1 = REPORT, 2 = MARK SENT, 3 = MARK RECEIVED)"
               TO XR-VA-PROMPT-2
           MOVE 1 TO XR-VA-LOW
           MOVE 3 TO XR-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING XR-VA-PROMPT-1
               XR-VA-PROMPT-2 XR-VA-LOW XR-VA-HIGH XR-VA-RESULT
           MOVE XR-VA-RESULT TO XR-RUN-MODE
               DISPLAY "ENTER THE FILE NAME TO MARK SENT"
               ACCEPT XR-MARK-FILE-NAME
           END-IF
           IF MODE-MARK-RECEIVED
               DISPLAY "ENTER THE FILE NAME TO MARK RECEIVED"
               ACCEPT XR-MARK-FILE-NAME
               MOVE "ENTER THE RECORD COUNT THE SENDER ADVISED"
                   TO XR-VA-PROMPT-1
               MOVE "(0 = NOT ADVISED)" TO XR-VA-PROMPT-2
               MOVE 0 TO XR-VA-LOW
               MOVE 9999999 TO XR-VA-HIGH
               CALL "VALIDATED-ACCEPT" USING XR-VA-PROMPT-1
                   XR-VA-PROMPT-2 XR-VA-LOW XR-VA-HIGH XR-VA-RESULT
               MOVE XR-VA-RESULT TO XR-MARK-COUNT
               MOVE SPACES TO XR-VA-PROMPT-2
           END-IF
           CALL "BUSINESS-DATE" USING XR-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
      *-----------------------
      * 3000-PRINT-REPORT -- ONE LINE PER EXPECTED FILE, FLAGGED
      * WHEN SOMETHING IS WRONG: NEVER SHOWED, PRODUCED BUT NEVER
      * MARKED SENT, OR WRITER AND READER FIGURES THAT DISAGREE. A
      * FIGURE THE WRITER SIDE DID NOT CARRY (ZERO -- AN ARRIVAL
      * LOGGED WITHOUT AN ADVISED COUNT OR HASH) IS NOT COMPARED.
      *-----------------------
       3000-PRINT-REPORT.
           PERFORM 3100-JUDGE-ONE-FILE THRU 3100-EXIT
                   MOVE "PRODUCED - NOT SENT" TO XR-FLAG-TEXT
               WHEN XR-TBL-WRT-SEEN(SUB) = "Y"
                       AND XR-TBL-VFY-SEEN(SUB) = "Y"
                       AND ((XR-TBL-WRT-COUNT(SUB) NOT = 0
                           AND XR-TBL-WRT-COUNT(SUB)
                           NOT = XR-TBL-VFY-COUNT(SUB))
                         OR (XR-TBL-WRT-HASH(SUB) NOT = 0
                           AND XR-TBL-WRT-HASH(SUB)
                           NOT = XR-TBL-VFY-HASH(SUB)))
                   MOVE "COUNT/HASH MISMATCH" TO XR-FLAG-TEXT
           END-EVALUATE
           IF XR-FLAG-TEXT NOT = SPACES
       4100-EXIT.
           EXIT.

      *-----------------------
      * 4500-MARK-ONE-RECEIVED -- OPERATIONS CONFIRMS AN INBOUND
      * FILE HAS ARRIVED: APPEND THE RECEIVED RECORD WITH THE
      * SENDER'S ADVISED COUNT. THE READING STEP VERIFIES IT LATER.
      *-----------------------
       4500-MARK-ONE-RECEIVED.
           MOVE "N" TO XR-FOUND-SWITCH
           PERFORM 4600-FIND-RECEIVED-FILE THRU 4600-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > XR-FILE-COUNT
           IF NOT XR-ENTRY-FOUND
               DISPLAY "*** " XR-MARK-FILE-NAME " IS NOT AN "
                   "EXPECTED INBOUND FILE ***"
               MOVE 8 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF
           MOVE "I" TO XT-DIRECTION
           MOVE XR-MARK-COUNT TO XT-COUNT
           MOVE 0 TO XT-HASH
           MOVE "R" TO XT-STATUS
           MOVE RETURN-CODE TO XT-CODE
           CALL "TRANSMISSION-LOG" USING XR-MARK-FILE-NAME
               XR-RUN-DATE XT-DIRECTION XT-COUNT XT-HASH
               XT-STATUS XT-CODE
           DISPLAY XR-MARK-FILE-NAME " MARKED RECEIVED".
       4500-EXIT.
           EXIT.

       4600-FIND-RECEIVED-FILE.
           IF XR-TBL-NAME(SUB) = XR-MARK-FILE-NAME
               AND XR-TBL-DIRECTION(SUB) = "I"
               SET XR-ENTRY-FOUND TO TRUE
               MOVE SUB TO XR-FILE-SUB
           END-IF.
       4600-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
