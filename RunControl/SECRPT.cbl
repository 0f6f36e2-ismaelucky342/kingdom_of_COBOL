       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SECURITY-AUDIT-REPORT.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Reads the central security log
      *                  (SECLOG) the gated programs and OPERATOR-
      *                  AUTHORITY append to, and prints for the
      *                  auditors, over the keyed number of days
      *                  back from the business date: every granted
      *                  approval and every action taken under one,
      *                  grouped by operator; the operator IDs
      *                  denied at least the keyed number of times;
      *                  the granted approvals and actions stamped
      *                  outside the scheduled cycle window; and,
      *                  over the whole log, the operators on
      *                  OPERMAST with no granted sign-on within the
      *                  keyed number of dormant days. Return code
      *                  0 nothing to follow up, 4 findings listed,
      *                  16 a file could not be opened.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-LOG-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-OPR-STATUS.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SECURITY-AUDIT-FILE.
           COPY SECAUD.

      * SAME LAYOUT OPERATOR-AUTHORITY VALIDATES AGAINST
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID          PIC X(08).
           05  OM-OPERATOR-NAME        PIC X(20).
           05  OM-AUTH-LEVEL           PIC 9(01).

       FD  SECURITY-REPORT-FILE.
       01  RR-LINE                     PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  SX-LOG-STATUS               PIC X(02) VALUE "00".
       01  SX-OPR-STATUS               PIC X(02) VALUE "00".
       01  SX-RPT-STATUS               PIC X(02) VALUE "00".
       01  SX-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-SECLOG               VALUE "Y".
       01  SX-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-OPERATORS            VALUE "Y".
       01  SX-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  SX-OPEN-ERROR               VALUE "Y".
       01  SX-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  SX-FOUND                    VALUE "Y".
       01  SX-WINDOW-SWITCH            PIC X(01) VALUE "Y".
           88  SX-IN-WINDOW                VALUE "Y".
           88  SX-OUTSIDE-WINDOW           VALUE "N".

      * SELECTION -- THE PERIOD ENDS ON THE BUSINESS DATE AND RUNS
      * BACK THE KEYED NUMBER OF DAYS. THE CYCLE WINDOW IS HHMM TO
      * HHMM ON THE WALL CLOCK AND MAY WRAP PAST MIDNIGHT.
       01  SX-RUN-DATE                 PIC 9(08).
       01  SX-PERIOD-DAYS              PIC 9(03) VALUE 0.
       01  SX-FROM-DATE                PIC 9(08) VALUE 0.
       01  SX-WINDOW-START             PIC 9(04) VALUE 0.
       01  SX-WINDOW-END               PIC 9(04) VALUE 0.
       01  SX-DENIAL-LIMIT             PIC 9(02) VALUE 0.
       01  SX-DORMANT-DAYS             PIC 9(03) VALUE 0.
       01  SX-DORMANT-CUTOFF           PIC 9(08) VALUE 0.
       01  SX-STAMP-HHMM               PIC 9(04) VALUE 0.
       01  SX-DAYS-SINCE               PIC 9(05) VALUE 0.

      * THE OPERATOR MASTER, WITH EACH OPERATOR'S LATEST GRANTED
      * SIGN-ON ANYWHERE ON THE LOG (ZERO = NEVER)
       01  SX-OPERATOR-TABLE.
           05  SX-OP-ENTRY OCCURS 200 TIMES
                   INDEXED BY SX-OP-IDX.
               10  SX-OP-ID            PIC X(08).
               10  SX-OP-NAME          PIC X(20).
               10  SX-OP-LEVEL         PIC 9(01).
               10  SX-OP-LAST-DATE     PIC 9(08).
       01  SX-OP-COUNT                 PIC 9(03) VALUE 0.
       01  SX-OP-SUB                   PIC 9(03) VALUE 0.

      * EVERY GRANTED APPROVAL AND ACTION IN THE PERIOD, IN LOG
      * ORDER, WITH WHETHER IT FELL INSIDE THE CYCLE WINDOW
       01  SX-ACTION-TABLE.
           05  SX-AC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SX-AC-IDX.
               10  SX-AC-DATE          PIC 9(08).
               10  SX-AC-TIME          PIC 9(08).
               10  SX-AC-TYPE          PIC X(01).
               10  SX-AC-OPERATOR      PIC X(08).
               10  SX-AC-PROGRAM       PIC X(30).
               10  SX-AC-ACTION        PIC X(40).
               10  SX-AC-OBJECT        PIC X(30).
               10  SX-AC-WINDOW        PIC X(01).
       01  SX-AC-COUNT                 PIC 9(04) VALUE 0.
       01  SX-AC-DROPPED               PIC 9(05) VALUE 0.

      * THE DISTINCT OPERATORS WITH A GRANTED ENTRY IN THE PERIOD,
      * IN THE ORDER FIRST SEEN -- THE GROUPING FOR SECTION 1
       01  SX-ACTOR-TABLE.
           05  SX-ACTOR-ENTRY OCCURS 200 TIMES
                   INDEXED BY SX-ACTOR-IDX.
               10  SX-ACTOR-ID         PIC X(08).
               10  SX-ACTOR-COUNT      PIC 9(04).
       01  SX-ACTOR-COUNT-USED         PIC 9(03) VALUE 0.

      * DENIED SIGN-ONS IN THE PERIOD, ONE SLOT PER ID KEYED
       01  SX-DENIAL-TABLE.
           05  SX-DN-ENTRY OCCURS 200 TIMES
                   INDEXED BY SX-DN-IDX.
               10  SX-DN-ID            PIC X(08).
               10  SX-DN-COUNT         PIC 9(04).
               10  SX-DN-LAST-DATE     PIC 9(08).
               10  SX-DN-LAST-TIME     PIC 9(08).
               10  SX-DN-LAST-PROGRAM  PIC X(30).
               10  SX-DN-LAST-RESULT   PIC X(01).
       01  SX-DN-COUNT-USED            PIC 9(03) VALUE 0.

      * END-OF-RUN COUNTS
       01  SX-COUNT-READ               PIC 9(07) VALUE 0.
       01  SX-COUNT-GRANTED            PIC 9(07) VALUE 0.
       01  SX-COUNT-DENIED             PIC 9(07) VALUE 0.
       01  SX-COUNT-REPEAT             PIC 9(05) VALUE 0.
       01  SX-COUNT-OFF-WINDOW         PIC 9(05) VALUE 0.
       01  SX-COUNT-DORMANT            PIC 9(05) VALUE 0.

      * REPORT LINES
       01  RR-HDR-LINE.
           05  FILLER              PIC X(32) VALUE
               "SECURITY AUDIT REPORT      FROM ".
           05  RH-FROM-DATE        PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  RH-TO-DATE          PIC 9(08).
           05  FILLER              PIC X(16) VALUE
               "  CYCLE WINDOW ".
           05  RH-WINDOW-START     PIC 9(04).
           05  FILLER              PIC X(01) VALUE "-".
           05  RH-WINDOW-END       PIC 9(04).

       01  RR-SECTION-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RS-TITLE            PIC X(79).

       01  RR-OPERATOR-LINE.
           05  FILLER              PIC X(10) VALUE "OPERATOR ".
           05  RO-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RO-OPERATOR-NAME    PIC X(22).
           05  RO-ENTRIES          PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE " ENTRIES".

      * ONE GRANTED ENTRY -- THE APPROVAL ITSELF (SIGN-ON) OR AN
      * OBJECT ACTED ON UNDER IT (ACTION). SECTION 3 SHOWS THE
      * OPERATOR IN THE TYPE COLUMN'S PLACE.
       01  RR-ACTION-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RA-DATE             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-TIME             PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-TYPE             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-PROGRAM          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-ACTION           PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-OBJECT           PIC X(30).

       01  RR-DENIAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RN-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RN-OPERATOR-NAME    PIC X(22).
           05  RN-COUNT            PIC ZZZ9.
           05  FILLER              PIC X(18) VALUE
               " DENIALS, LAST ON ".
           05  RN-LAST-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RN-LAST-TIME        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RN-LAST-PROGRAM     PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RN-LAST-REASON      PIC X(20).

       01  RR-DORMANT-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RM-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RM-OPERATOR-NAME    PIC X(22).
           05  FILLER              PIC X(06) VALUE "LEVEL ".
           05  RM-LEVEL            PIC 9(01).
           05  FILLER              PIC X(18) VALUE
               "  LAST SIGNED ON ".
           05  RM-LAST-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RM-DAYS-SINCE       PIC ZZZZZ.
           05  RM-DAYS-TEXT        PIC X(10).

       01  RR-MESSAGE-LINE             PIC X(132).

      * VALIDATED-ACCEPT CALL FIELDS
       01  SX-VA-PROMPT-1              PIC X(60).
       01  SX-VA-PROMPT-2              PIC X(60) VALUE SPACES.
       01  SX-VA-LOW                   PIC S9(09)V9(04) VALUE 0.
       01  SX-VA-HIGH                  PIC S9(09)V9(04) VALUE 0.
       01  SX-VA-RESULT                PIC S9(09)V9(04) VALUE 0.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
               "SECURITY-AUDIT-REPORT".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF SX-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2000-TAKE-ONE-ENTRY THRU 2000-EXIT
                   UNTIL END-OF-SECLOG
               PERFORM 3000-PRINT-ACTIONS THRU 3000-EXIT
               PERFORM 4000-PRINT-DENIALS THRU 4000-EXIT
               PERFORM 5000-PRINT-OFF-WINDOW THRU 5000-EXIT
               PERFORM 6000-PRINT-DORMANT THRU 6000-EXIT
               PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE PARAMETERS, WORK OUT THE PERIOD
      * AND THE DORMANCY CUTOFF, OPEN THE FILES, AND LOAD THE
      * OPERATOR MASTER
      *-----------------------
       1000-INITIALIZE.
           PERFORM 1100-ACCEPT-PARAMETERS THRU 1100-EXIT
           CALL "BUSINESS-DATE" USING SX-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SX-RUN-DATE
               JB-TYPE JB-CODE
           COMPUTE SX-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SX-RUN-DATE)
               - SX-PERIOD-DAYS + 1)
           COMPUTE SX-DORMANT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SX-RUN-DATE)
               - SX-DORMANT-DAYS)
           OPEN INPUT SECURITY-AUDIT-FILE
           IF SX-LOG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN SECURITY LOG -- STATUS "
                   SX-LOG-STATUS " ***"
               SET SX-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SECURITY-REPORT-FILE
           IF SX-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN SECURITY REPORT -- "
                   "STATUS " SX-RPT-STATUS " ***"
               SET SX-OPEN-ERROR TO TRUE
           END-IF
           PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT
           IF SX-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           MOVE SX-FROM-DATE TO RH-FROM-DATE
           MOVE SX-RUN-DATE TO RH-TO-DATE
           MOVE SX-WINDOW-START TO RH-WINDOW-START
           MOVE SX-WINDOW-END TO RH-WINDOW-END
           MOVE RR-HDR-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 1900-READ-SECLOG THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      * DAYS BACK, THE CYCLE WINDOW, THE REPEATED-DENIAL THRESHOLD,
      * AND THE DORMANT DAYS
       1100-ACCEPT-PARAMETERS.
           MOVE "ENTER THE DAYS TO REPORT, BACK FROM THE BUSINESS DATE"
               TO SX-VA-PROMPT-1
           MOVE 1 TO SX-VA-LOW
           MOVE 366 TO SX-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SX-VA-PROMPT-1
               SX-VA-PROMPT-2 SX-VA-LOW SX-VA-HIGH SX-VA-RESULT
           MOVE SX-VA-RESULT TO SX-PERIOD-DAYS
           MOVE "ENTER THE CYCLE WINDOW START (HHMM)" TO SX-VA-PROMPT-1
           MOVE 0 TO SX-VA-LOW
           MOVE 2359 TO SX-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SX-VA-PROMPT-1
               SX-VA-PROMPT-2 SX-VA-LOW SX-VA-HIGH SX-VA-RESULT
           MOVE SX-VA-RESULT TO SX-WINDOW-START
           MOVE "ENTER THE CYCLE WINDOW END (HHMM)" TO SX-VA-PROMPT-1
           CALL "VALIDATED-ACCEPT" USING SX-VA-PROMPT-1
               SX-VA-PROMPT-2 SX-VA-LOW SX-VA-HIGH SX-VA-RESULT
           MOVE SX-VA-RESULT TO SX-WINDOW-END
           MOVE "ENTER THE DENIALS THAT COUNT AS REPEATED"
               TO SX-VA-PROMPT-1
           MOVE 1 TO SX-VA-LOW
           MOVE 99 TO SX-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SX-VA-PROMPT-1
               SX-VA-PROMPT-2 SX-VA-LOW SX-VA-HIGH SX-VA-RESULT
           MOVE SX-VA-RESULT TO SX-DENIAL-LIMIT
           MOVE "ENTER THE DAYS WITHOUT A SIGN-ON THAT MAKE AN "
               TO SX-VA-PROMPT-1
           MOVE "OPERATOR DORMANT" TO SX-VA-PROMPT-2
           MOVE 1 TO SX-VA-LOW
           MOVE 999 TO SX-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SX-VA-PROMPT-1
               SX-VA-PROMPT-2 SX-VA-LOW SX-VA-HIGH SX-VA-RESULT
           MOVE SX-VA-RESULT TO SX-DORMANT-DAYS
           MOVE SPACES TO SX-VA-PROMPT-2.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-OPERATORS -- THE WHOLE OPERATOR MASTER, EACH
      * OPERATOR STARTING WITH NO SIGN-ON SEEN
      *-----------------------
       1200-LOAD-OPERATORS.
           MOVE 0 TO SX-OP-COUNT
           OPEN INPUT OPERATOR-MASTER-FILE
           IF SX-OPR-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN OPERATOR MASTER -- "
                   "STATUS " SX-OPR-STATUS " ***"
               SET SX-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT
           PERFORM 1220-STORE-OPERATOR THRU 1220-EXIT
               UNTIL END-OF-OPERATORS
           CLOSE OPERATOR-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET END-OF-OPERATORS TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-OPERATOR.
           IF SX-OP-COUNT >= 200
               DISPLAY "*** MORE THAN 200 OPERATORS -- THE REST ARE "
                   "NOT CHECKED FOR DORMANCY ***"
               SET END-OF-OPERATORS TO TRUE
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO SX-OP-COUNT
           MOVE SX-OP-COUNT TO SX-OP-SUB
           MOVE OM-OPERATOR-ID TO SX-OP-ID(SX-OP-SUB)
           MOVE OM-OPERATOR-NAME TO SX-OP-NAME(SX-OP-SUB)
           MOVE OM-AUTH-LEVEL TO SX-OP-LEVEL(SX-OP-SUB)
           MOVE 0 TO SX-OP-LAST-DATE(SX-OP-SUB)
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1900-READ-SECLOG.
           READ SECURITY-AUDIT-FILE
               AT END
                   SET END-OF-SECLOG TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.

      *-----------------------
      * 2000-TAKE-ONE-ENTRY -- A GRANTED SIGN-ON ANYWHERE ON THE LOG
      * MOVES ITS OPERATOR'S LAST SIGN-ON; INSIDE THE PERIOD A
      * GRANTED ENTRY IS KEPT FOR SECTIONS 1 AND 3 AND A DENIAL IS
      * COUNTED AGAINST THE ID KEYED. A CANCELLED PROMPT IS
      * NEITHER.
      *-----------------------
       2000-TAKE-ONE-ENTRY.
           ADD 1 TO SX-COUNT-READ
           IF SA-SIGN-ON AND SA-GRANTED
               PERFORM 2100-NOTE-SIGN-ON THRU 2100-EXIT
           END-IF
           IF SA-BUSINESS-DATE < SX-FROM-DATE
              OR SA-BUSINESS-DATE > SX-RUN-DATE
               GO TO 2000-NEXT
           END-IF
           IF SA-GRANTED
               ADD 1 TO SX-COUNT-GRANTED
               PERFORM 2200-STORE-ACTION THRU 2200-EXIT
           END-IF
           IF SA-SIGN-ON AND SA-DENIED
               ADD 1 TO SX-COUNT-DENIED
               PERFORM 2300-COUNT-DENIAL THRU 2300-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 1900-READ-SECLOG THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

       2100-NOTE-SIGN-ON.
           PERFORM 2110-MATCH-OPERATOR THRU 2110-EXIT
               VARYING SX-OP-IDX FROM 1 BY 1
               UNTIL SX-OP-IDX > SX-OP-COUNT.
       2100-EXIT.
           EXIT.

       2110-MATCH-OPERATOR.
           IF SX-OP-ID(SX-OP-IDX) = SA-OPERATOR-ID
               AND SA-BUSINESS-DATE > SX-OP-LAST-DATE(SX-OP-IDX)
               MOVE SA-BUSINESS-DATE TO SX-OP-LAST-DATE(SX-OP-IDX)
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------
      * 2200-STORE-ACTION -- KEEP THE GRANTED ENTRY, NOTE WHETHER
      * ITS WALL-CLOCK TIME FELL INSIDE THE CYCLE WINDOW, AND
      * COUNT IT AGAINST ITS OPERATOR
      *-----------------------
       2200-STORE-ACTION.
           IF SX-AC-COUNT >= 1000
               ADD 1 TO SX-AC-DROPPED
               GO TO 2200-EXIT
           END-IF
           PERFORM 2400-TEST-WINDOW THRU 2400-EXIT
           ADD 1 TO SX-AC-COUNT
           SET SX-AC-IDX TO SX-AC-COUNT
           MOVE SA-BUSINESS-DATE TO SX-AC-DATE(SX-AC-IDX)
           MOVE SA-STAMP-TIME TO SX-AC-TIME(SX-AC-IDX)
           MOVE SA-ENTRY-TYPE TO SX-AC-TYPE(SX-AC-IDX)
           MOVE SA-OPERATOR-ID TO SX-AC-OPERATOR(SX-AC-IDX)
           MOVE SA-PROGRAM-NAME TO SX-AC-PROGRAM(SX-AC-IDX)
           MOVE SA-ACTION TO SX-AC-ACTION(SX-AC-IDX)
           MOVE SA-OBJECT TO SX-AC-OBJECT(SX-AC-IDX)
           MOVE SX-WINDOW-SWITCH TO SX-AC-WINDOW(SX-AC-IDX)
           IF SX-OUTSIDE-WINDOW
               ADD 1 TO SX-COUNT-OFF-WINDOW
           END-IF
           MOVE "N" TO SX-FOUND-SWITCH
           PERFORM 2210-MATCH-ACTOR THRU 2210-EXIT
               VARYING SX-ACTOR-IDX FROM 1 BY 1
               UNTIL SX-ACTOR-IDX > SX-ACTOR-COUNT-USED
                  OR SX-FOUND
           IF NOT SX-FOUND
               AND SX-ACTOR-COUNT-USED < 200
               ADD 1 TO SX-ACTOR-COUNT-USED
               SET SX-ACTOR-IDX TO SX-ACTOR-COUNT-USED
               MOVE SA-OPERATOR-ID TO SX-ACTOR-ID(SX-ACTOR-IDX)
               MOVE 1 TO SX-ACTOR-COUNT(SX-ACTOR-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-ACTOR.
           IF SX-ACTOR-ID(SX-ACTOR-IDX) = SA-OPERATOR-ID
               SET SX-FOUND TO TRUE
               ADD 1 TO SX-ACTOR-COUNT(SX-ACTOR-IDX)
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 2300-COUNT-DENIAL -- ONE MORE DENIAL AGAINST THE ID KEYED,
      * REMEMBERING THE LATEST
      *-----------------------
       2300-COUNT-DENIAL.
           MOVE "N" TO SX-FOUND-SWITCH
           PERFORM 2310-MATCH-DENIAL THRU 2310-EXIT
               VARYING SX-DN-IDX FROM 1 BY 1
               UNTIL SX-DN-IDX > SX-DN-COUNT-USED
                  OR SX-FOUND
           IF NOT SX-FOUND
               IF SX-DN-COUNT-USED >= 200
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO SX-DN-COUNT-USED
               SET SX-DN-IDX TO SX-DN-COUNT-USED
               MOVE SA-OPERATOR-ID TO SX-DN-ID(SX-DN-IDX)
               MOVE 0 TO SX-DN-COUNT(SX-DN-IDX)
           ELSE
               SET SX-DN-IDX DOWN BY 1
           END-IF
           ADD 1 TO SX-DN-COUNT(SX-DN-IDX)
           MOVE SA-BUSINESS-DATE TO SX-DN-LAST-DATE(SX-DN-IDX)
           MOVE SA-STAMP-TIME TO SX-DN-LAST-TIME(SX-DN-IDX)
           MOVE SA-PROGRAM-NAME TO SX-DN-LAST-PROGRAM(SX-DN-IDX)
           MOVE SA-RESULT TO SX-DN-LAST-RESULT(SX-DN-IDX).
       2300-EXIT.
           EXIT.

       2310-MATCH-DENIAL.
           IF SX-DN-ID(SX-DN-IDX) = SA-OPERATOR-ID
               SET SX-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2400-TEST-WINDOW -- INSIDE WHEN THE STAMP'S HHMM FALLS
      * FROM THE WINDOW START TO THE WINDOW END; A WINDOW WHOSE
      * START IS LATER THAN ITS END RUNS PAST MIDNIGHT
      *-----------------------
       2400-TEST-WINDOW.
           MOVE SA-STAMP-TIME(1:4) TO SX-STAMP-HHMM
           SET SX-OUTSIDE-WINDOW TO TRUE
           IF SX-WINDOW-START <= SX-WINDOW-END
               IF SX-STAMP-HHMM >= SX-WINDOW-START
                   AND SX-STAMP-HHMM <= SX-WINDOW-END
                   SET SX-IN-WINDOW TO TRUE
               END-IF
           ELSE
               IF SX-STAMP-HHMM >= SX-WINDOW-START
                   OR SX-STAMP-HHMM <= SX-WINDOW-END
                   SET SX-IN-WINDOW TO TRUE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-ACTIONS -- SECTION 1: EVERY GRANTED APPROVAL AND
      * ACTION IN THE PERIOD, ONE BLOCK PER OPERATOR
      *-----------------------
       3000-PRINT-ACTIONS.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE "1. PRIVILEGED ACTIONS BY OPERATOR" TO RS-TITLE
           MOVE RR-SECTION-LINE TO RR-LINE
           WRITE RR-LINE
           IF SX-ACTOR-COUNT-USED = 0
               MOVE "   NONE IN THE PERIOD" TO RR-LINE
               WRITE RR-LINE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-PRINT-ONE-ACTOR THRU 3100-EXIT
               VARYING SX-ACTOR-IDX FROM 1 BY 1
               UNTIL SX-ACTOR-IDX > SX-ACTOR-COUNT-USED
           IF SX-AC-DROPPED > 0
               MOVE SPACES TO RR-MESSAGE-LINE
               STRING "   *** " DELIMITED BY SIZE
                   SX-AC-DROPPED DELIMITED BY SIZE
                   " MORE GRANTED ENTRIES NOT LISTED -- SHORTEN THE "
                       DELIMITED BY SIZE
                   "PERIOD ***" DELIMITED BY SIZE
                   INTO RR-MESSAGE-LINE
               END-STRING
               MOVE RR-MESSAGE-LINE TO RR-LINE
               WRITE RR-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-ACTOR.
           MOVE SX-ACTOR-ID(SX-ACTOR-IDX) TO RO-OPERATOR-ID
           PERFORM 8100-NAME-OPERATOR THRU 8100-EXIT
           IF SX-OP-SUB = 0
               MOVE "(NOT ON OPERMAST)" TO RO-OPERATOR-NAME
           ELSE
               MOVE SX-OP-NAME(SX-OP-SUB) TO RO-OPERATOR-NAME
           END-IF
           MOVE SX-ACTOR-COUNT(SX-ACTOR-IDX) TO RO-ENTRIES
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE RR-OPERATOR-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 3110-PRINT-ONE-ACTION THRU 3110-EXIT
               VARYING SX-AC-IDX FROM 1 BY 1
               UNTIL SX-AC-IDX > SX-AC-COUNT.
       3100-EXIT.
           EXIT.

       3110-PRINT-ONE-ACTION.
           IF SX-AC-OPERATOR(SX-AC-IDX) NOT =
               SX-ACTOR-ID(SX-ACTOR-IDX)
               GO TO 3110-EXIT
           END-IF
           PERFORM 8000-FILL-ACTION-LINE THRU 8000-EXIT
           IF SX-AC-TYPE(SX-AC-IDX) = "S"
               MOVE "SIGN-ON" TO RA-TYPE
           ELSE
               MOVE "ACTION" TO RA-TYPE
           END-IF
           MOVE RR-ACTION-LINE TO RR-LINE
           WRITE RR-LINE.
       3110-EXIT.
           EXIT.

      *-----------------------
      * 4000-PRINT-DENIALS -- SECTION 2: EVERY ID DENIED AT LEAST
      * THE THRESHOLD NUMBER OF TIMES IN THE PERIOD
      *-----------------------
       4000-PRINT-DENIALS.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RS-TITLE
           STRING "2. REPEATED DENIALS (" DELIMITED BY SIZE
               SX-DENIAL-LIMIT DELIMITED BY SIZE
               " OR MORE)" DELIMITED BY SIZE
               INTO RS-TITLE
           END-STRING
           MOVE RR-SECTION-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 4100-PRINT-ONE-DENIAL THRU 4100-EXIT
               VARYING SX-DN-IDX FROM 1 BY 1
               UNTIL SX-DN-IDX > SX-DN-COUNT-USED
           IF SX-COUNT-REPEAT = 0
               MOVE "   NONE IN THE PERIOD" TO RR-LINE
               WRITE RR-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-DENIAL.
           IF SX-DN-COUNT(SX-DN-IDX) < SX-DENIAL-LIMIT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO SX-COUNT-REPEAT
           MOVE SX-DN-ID(SX-DN-IDX) TO RN-OPERATOR-ID
           MOVE SX-DN-ID(SX-DN-IDX) TO RO-OPERATOR-ID
           PERFORM 8100-NAME-OPERATOR THRU 8100-EXIT
           IF SX-OP-SUB = 0
               MOVE "(NOT ON OPERMAST)" TO RN-OPERATOR-NAME
           ELSE
               MOVE SX-OP-NAME(SX-OP-SUB) TO RN-OPERATOR-NAME
           END-IF
           MOVE SX-DN-COUNT(SX-DN-IDX) TO RN-COUNT
           MOVE SX-DN-LAST-DATE(SX-DN-IDX) TO RN-LAST-DATE
           MOVE SX-DN-LAST-TIME(SX-DN-IDX)(1:6) TO RN-LAST-TIME
           MOVE SX-DN-LAST-PROGRAM(SX-DN-IDX) TO RN-LAST-PROGRAM
           EVALUATE SX-DN-LAST-RESULT(SX-DN-IDX)
               WHEN "D"
                   MOVE "LEVEL TOO LOW" TO RN-LAST-REASON
               WHEN "U"
                   MOVE "NOT ON MASTER" TO RN-LAST-REASON
               WHEN OTHER
                   MOVE "MASTER UNAVAILABLE" TO RN-LAST-REASON
           END-EVALUATE
           MOVE RR-DENIAL-LINE TO RR-LINE
           WRITE RR-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-OFF-WINDOW -- SECTION 3: GRANTED APPROVALS AND
      * ACTIONS STAMPED OUTSIDE THE SCHEDULED CYCLE WINDOW, IN
      * LOG ORDER, WITH THE OPERATOR IN THE TYPE COLUMN
      *-----------------------
       5000-PRINT-OFF-WINDOW.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE "3. ACTIONS OUTSIDE THE CYCLE WINDOW" TO RS-TITLE
           MOVE RR-SECTION-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 5100-PRINT-ONE-OFF-WINDOW THRU 5100-EXIT
               VARYING SX-AC-IDX FROM 1 BY 1
               UNTIL SX-AC-IDX > SX-AC-COUNT
           IF SX-COUNT-OFF-WINDOW = 0
               MOVE "   NONE IN THE PERIOD" TO RR-LINE
               WRITE RR-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-OFF-WINDOW.
           IF SX-AC-WINDOW(SX-AC-IDX) = "Y"
               GO TO 5100-EXIT
           END-IF
           PERFORM 8000-FILL-ACTION-LINE THRU 8000-EXIT
           MOVE SX-AC-OPERATOR(SX-AC-IDX) TO RA-TYPE
           MOVE RR-ACTION-LINE TO RR-LINE
           WRITE RR-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-DORMANT -- SECTION 4: OPERATORS ON OPERMAST WITH
      * NO GRANTED SIGN-ON ANYWHERE ON THE LOG SINCE THE CUTOFF
      *-----------------------
       6000-PRINT-DORMANT.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RS-TITLE
           STRING "4. OPERATORS NOT SIGNED ON IN " DELIMITED BY SIZE
               SX-DORMANT-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO RS-TITLE
           END-STRING
           MOVE RR-SECTION-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 6100-CHECK-ONE-OPERATOR THRU 6100-EXIT
               VARYING SX-OP-IDX FROM 1 BY 1
               UNTIL SX-OP-IDX > SX-OP-COUNT
           IF SX-COUNT-DORMANT = 0
               MOVE "   NONE" TO RR-LINE
               WRITE RR-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-OPERATOR.
           IF SX-OP-LAST-DATE(SX-OP-IDX) > SX-DORMANT-CUTOFF
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO SX-COUNT-DORMANT
           MOVE SX-OP-ID(SX-OP-IDX) TO RM-OPERATOR-ID
           MOVE SX-OP-NAME(SX-OP-IDX) TO RM-OPERATOR-NAME
           MOVE SX-OP-LEVEL(SX-OP-IDX) TO RM-LEVEL
           IF SX-OP-LAST-DATE(SX-OP-IDX) = 0
               MOVE "NEVER" TO RM-LAST-DATE
               MOVE 0 TO RM-DAYS-SINCE
               MOVE SPACES TO RM-DAYS-TEXT
           ELSE
               MOVE SX-OP-LAST-DATE(SX-OP-IDX) TO RM-LAST-DATE
               COMPUTE SX-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(SX-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       SX-OP-LAST-DATE(SX-OP-IDX))
               MOVE SX-DAYS-SINCE TO RM-DAYS-SINCE
               MOVE " DAYS AGO" TO RM-DAYS-TEXT
           END-IF
           MOVE RR-DORMANT-LINE TO RR-LINE
           WRITE RR-LINE.
       6100-EXIT.
           EXIT.

      *-----------------------
      * 7000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR.
      * ANY REPEATED DENIAL, OFF-WINDOW ACTION OR DORMANT OPERATOR
      * IS SOMETHING TO FOLLOW UP.
      *-----------------------
       7000-PRINT-SUMMARY.
           DISPLAY "SECURITY-AUDIT-REPORT SUMMARY " SX-FROM-DATE
               " TO " SX-RUN-DATE
           DISPLAY "  LOG ENTRIES READ......: " SX-COUNT-READ
           DISPLAY "  GRANTED IN PERIOD.....: " SX-COUNT-GRANTED
           DISPLAY "  DENIED IN PERIOD......: " SX-COUNT-DENIED
           DISPLAY "  REPEATED-DENIAL IDS...: " SX-COUNT-REPEAT
           DISPLAY "  OUTSIDE CYCLE WINDOW..: " SX-COUNT-OFF-WINDOW
           DISPLAY "  DORMANT OPERATORS.....: " SX-COUNT-DORMANT
           IF SX-COUNT-REPEAT > 0
              OR SX-COUNT-OFF-WINDOW > 0
              OR SX-COUNT-DORMANT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

      * THE COLUMNS SECTIONS 1 AND 3 SHARE
       8000-FILL-ACTION-LINE.
           MOVE SX-AC-DATE(SX-AC-IDX) TO RA-DATE
           MOVE SX-AC-TIME(SX-AC-IDX)(1:6) TO RA-TIME
           MOVE SX-AC-PROGRAM(SX-AC-IDX) TO RA-PROGRAM
           MOVE SX-AC-ACTION(SX-AC-IDX) TO RA-ACTION
           MOVE SX-AC-OBJECT(SX-AC-IDX) TO RA-OBJECT.
       8000-EXIT.
           EXIT.

      * THE OPERATOR IN RO-OPERATOR-ID ON THE MASTER TABLE --
      * SX-OP-SUB IS ITS ENTRY, OR ZERO WHEN IT IS NOT THERE
       8100-NAME-OPERATOR.
           MOVE 0 TO SX-OP-SUB
           PERFORM 8110-MATCH-NAME THRU 8110-EXIT
               VARYING SX-OP-IDX FROM 1 BY 1
               UNTIL SX-OP-IDX > SX-OP-COUNT
                  OR SX-OP-SUB > 0.
       8100-EXIT.
           EXIT.

       8110-MATCH-NAME.
           IF SX-OP-ID(SX-OP-IDX) = RO-OPERATOR-ID
               SET SX-OP-SUB TO SX-OP-IDX
           END-IF.
       8110-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SX-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE SECURITY-AUDIT-FILE
           CLOSE SECURITY-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM SECURITY-AUDIT-REPORT.
