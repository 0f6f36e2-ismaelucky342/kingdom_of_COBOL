      *                  from the remittance driver while the GL
      *                  liability accounts kept the credit. The
      *                  summary counts the carried enrollments.
      * 2026-10-15  JCM  The year-history layout now comes from the
      *                  shared YEARHST copybook, since the annual wage-
      *                  and-tax filing reads the same file.
      * 2026-10-15  JCM  The statement prints each employee's employer
      *                  retirement-plan match (DE-YTD-MATCH across
      *                  their enrollments) under their line, with a
      *                  year total, and the year-history record carries
      *                  it as YH-ANNUAL-MATCH. The confirmed close
      *                  resets the match and carries any not yet
      *                  remitted, the same way as the deferrals. The
      *                  enrollments are now read with dynamic access.
      * 2026-10-15  JCM  The reset approval names this program and the
      *                  payroll year on the central security log, and
      *                  each employee whose YTD fields are zeroed is
      *                  logged against the approving operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               FILE STATUS IS YE-EMP-STATUS.
           SELECT OPTIONAL DEDUCTION-ENROLL-FILE ASSIGN TO "DEDENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-ENROLL-KEY
               FILE STATUS IS YE-ENR-STATUS.
           SELECT YEAR-HISTORY-FILE ASSIGN TO "YEARHIST"
           05  DE-OVERRIDE-AMOUNT  PIC 9(05)V9(02).
           05  DE-YTD-TAKEN        PIC 9(07)V9(02).
           05  DE-YTD-REMITTED     PIC 9(07)V9(02).
           05  DE-YTD-MATCH        PIC 9(07)V9(02).
           05  DE-MATCH-REMITTED   PIC 9(07)V9(02).

      * ONE CLOSING RECORD PER EMPLOYEE PER YEAR -- THE PERMANENT
      * ANSWER TO "WHAT DID WE PAY THIS PERSON IN 2025"
       FD  YEAR-HISTORY-FILE.
           COPY YEARHST.

       FD  STATEMENT-FILE.
       01  ST-LINE                 PIC X(80).
       01  YE-TOTAL-GROSS              PIC 9(09)V9(02) VALUE 0.
       01  YE-TOTAL-NET                PIC 9(09)V9(02) VALUE 0.
       01  YE-DEDUCT-WORK              PIC 9(07)V9(02) VALUE 0.
       01  YE-MATCH-WORK               PIC 9(07)V9(02) VALUE 0.
       01  YE-TOTAL-MATCH              PIC 9(09)V9(02) VALUE 0.
       01  YE-ENR-EMP-ID               PIC 9(05) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  YE-VA-PROMPT-1              PIC X(60).
       01  YE-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  YE-OA-RESULT                PIC X(01) VALUE "D".
           88  YE-OPERATOR-APPROVED        VALUE "A".
       01  YE-OA-OBJECT                PIC X(30) VALUE SPACES.

      * SECURITY-LOG CALL FIELDS -- EACH EMPLOYEE WHOSE YTD FIELDS
      * ARE ZEROED IS LOGGED AGAINST THE APPROVING OPERATOR
       01  YE-SEC-TYPE                 PIC X(01) VALUE "O".
       01  YE-SEC-ACTION               PIC X(40) VALUE
               "YTD FIELDS RESET".
       01  YE-SEC-OBJECT               PIC X(30) VALUE SPACES.
       01  YE-SEC-CODE                 PIC 9(03) VALUE 0.

      * STATEMENT REPORT LINES
       01  ST-HDR-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-NET              PIC Z,ZZZ,ZZ9.99.

      * THE EMPLOYER RETIREMENT-PLAN MATCH, UNDER THE GROSS COLUMN OF
      * THE EMPLOYEE'S LINE WHEN THERE WAS ONE
       01  ST-MATCH-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(34) VALUE
               "EMPLOYER RETIREMENT PLAN MATCH".
           05  SM-MATCH            PIC Z,ZZZ,ZZ9.99.

       01  ST-MATCH-TOTAL-LINE.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "YEAR MATCH   ".
           05  STM-MATCH           PIC ZZZ,ZZZ,ZZ9.99.

       01  ST-TOTAL-LINE.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "YEAR TOTALS  ".
           CALL "VALIDATED-ACCEPT" USING YE-VA-PROMPT-1
               YE-VA-PROMPT-2 YE-VA-LOW YE-VA-HIGH YE-VA-RESULT
           IF YE-VA-RESULT = 1
               MOVE SPACES TO YE-OA-OBJECT
               STRING "PAYROLL YEAR " DELIMITED BY SIZE
                   YE-CLOSING-YEAR DELIMITED BY SIZE
                   INTO YE-OA-OBJECT
               END-STRING
               CALL "OPERATOR-AUTHORITY" USING YE-OA-ACTION
                   YE-OA-LEVEL YE-OPERATOR-ID YE-OA-RESULT
                   JB-NAME YE-OA-OBJECT
               IF YE-OPERATOR-APPROVED
                   SET YE-RESET-CONFIRMED TO TRUE
               ELSE
                   YE-STMT-STATUS " ***"
               SET YE-OPEN-ERROR TO TRUE
           END-IF
      * THE ENROLLMENTS ARE READ HERE ONLY FOR EACH EMPLOYEE'S
      * EMPLOYER MATCH; 4000 REOPENS THEM FOR UPDATE
           OPEN INPUT DEDUCTION-ENROLL-FILE
           IF YE-ENR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEDUCTION-ENROLL FILE -- "
                   "STATUS " YE-ENR-STATUS " ***"
               SET YE-OPEN-ERROR TO TRUE
           END-IF
           IF NOT YE-OPEN-ERROR
               MOVE YE-CLOSING-YEAR TO SH-YEAR
               MOVE ST-HDR-LINE TO ST-LINE
           MOVE EM-YTD-NET TO SD-NET
           MOVE ST-DETAIL-LINE TO ST-LINE
           WRITE ST-LINE
           PERFORM 2200-SUM-EMPLOYER-MATCH THRU 2200-EXIT
           IF YE-MATCH-WORK > 0
               ADD YE-MATCH-WORK TO YE-TOTAL-MATCH
               MOVE YE-MATCH-WORK TO SM-MATCH
               MOVE ST-MATCH-LINE TO ST-LINE
               WRITE ST-LINE
           END-IF
           PERFORM 2100-WRITE-YEAR-HISTORY THRU 2100-EXIT
           IF YE-RESET-CONFIRMED
               MOVE 0 TO EM-YTD-GROSS
               MOVE 0 TO EM-YTD-NET
               REWRITE EMP-MASTER-RECORD
               MOVE SPACES TO YE-SEC-OBJECT
               STRING "EMPLOYEE " DELIMITED BY SIZE
                   EM-EMP-ID DELIMITED BY SIZE
                   " YEAR " DELIMITED BY SIZE
                   YE-CLOSING-YEAR DELIMITED BY SIZE
                   INTO YE-SEC-OBJECT
               END-STRING
               MOVE RETURN-CODE TO YE-SEC-CODE
               CALL "SECURITY-LOG" USING YE-SEC-TYPE YE-OPERATOR-ID
                   JB-NAME YE-SEC-ACTION YE-OA-LEVEL YE-OA-RESULT
                   YE-SEC-OBJECT YE-SEC-CODE
           END-IF
           PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT.
       2000-EXIT.
           MOVE YE-DEDUCT-WORK TO YH-ANNUAL-DEDUCT
           MOVE EM-YTD-NET TO YH-ANNUAL-NET
           MOVE YE-OPERATOR-ID TO YH-CLOSED-BY
           MOVE YE-MATCH-WORK TO YH-ANNUAL-MATCH
           WRITE YEAR-HISTORY-RECORD
               INVALID KEY
                   REWRITE YEAR-HISTORY-RECORD
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2200-SUM-EMPLOYER-MATCH -- THE YEAR'S EMPLOYER MATCH FOR THE
      * CURRENT EMPLOYEE: DE-YTD-MATCH ACROSS ALL OF THEIR
      * ENROLLMENTS (ZERO ON CODES THE EMPLOYER DOES NOT MATCH)
      *-----------------------
       2200-SUM-EMPLOYER-MATCH.
           MOVE 0 TO YE-MATCH-WORK
           MOVE "N" TO YE-ENR-EOF-SWITCH
           MOVE EM-EMP-ID TO YE-ENR-EMP-ID
           MOVE EM-EMP-ID TO DE-EMP-ID
           MOVE LOW-VALUES TO DE-DED-CODE
           START DEDUCTION-ENROLL-FILE KEY >= DE-ENROLL-KEY
               INVALID KEY
                   SET END-OF-ENROLLMENTS TO TRUE
           END-START
           PERFORM 2210-ADD-ONE-MATCH THRU 2210-EXIT
               UNTIL END-OF-ENROLLMENTS.
       2200-EXIT.
           EXIT.

       2210-ADD-ONE-MATCH.
           PERFORM 4100-READ-ENROLLMENT THRU 4100-EXIT
           IF END-OF-ENROLLMENTS
               GO TO 2210-EXIT
           END-IF
           IF DE-EMP-ID NOT = YE-ENR-EMP-ID
               SET END-OF-ENROLLMENTS TO TRUE
               GO TO 2210-EXIT
           END-IF
           ADD DE-YTD-MATCH TO YE-MATCH-WORK.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 4000-RESET-ENROLLMENT-YTD -- THE DEDUCTION ANNUAL CAPS RUN
      * ON DE-YTD-TAKEN, SO THE CONFIRMED CLOSE RESETS THOSE TOO.
      * OPENING TAKEN -- ZEROING BOTH SIDES TOGETHER WOULD ERASE
      * DECEMBER'S UNPAID WITHHOLDINGS FROM THE REMITTANCE DRIVER
      * WHILE THE GL LIABILITY ACCOUNTS KEPT THE CREDIT FOREVER.
      * THE EMPLOYER MATCH (DE-YTD-MATCH, CAPPED FOR THE YEAR) IS
      * RESET AND CARRIED THE SAME WAY AGAINST DE-MATCH-REMITTED.
      *-----------------------
       4000-RESET-ENROLLMENT-YTD.
           CLOSE DEDUCTION-ENROLL-FILE
           MOVE "N" TO YE-ENR-EOF-SWITCH
           OPEN I-O DEDUCTION-ENROLL-FILE
           IF YE-ENR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEDUCTION-ENROLL FILE -- "
               PERFORM 4100-READ-ENROLLMENT THRU 4100-EXIT
               PERFORM 4200-RESET-ONE-ENROLLMENT THRU 4200-EXIT
                   UNTIL END-OF-ENROLLMENTS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-ENROLLMENT.
           READ DEDUCTION-ENROLL-FILE NEXT RECORD
               AT END
                   SET END-OF-ENROLLMENTS TO TRUE
           END-READ
      * AN ENROLLMENT WRITTEN BEFORE THE MATCH FIELDS EXISTED
           IF NOT END-OF-ENROLLMENTS
               AND DE-YTD-MATCH NOT NUMERIC
               MOVE 0 TO DE-YTD-MATCH
               MOVE 0 TO DE-MATCH-REMITTED
           END-IF.
       4100-EXIT.
           EXIT.

       4200-RESET-ONE-ENROLLMENT.
           ADD 1 TO YE-COUNT-ENROLLMENTS
           IF DE-YTD-TAKEN > DE-YTD-REMITTED
               OR DE-YTD-MATCH > DE-MATCH-REMITTED
               ADD 1 TO YE-COUNT-CARRIED
           END-IF
           IF DE-YTD-TAKEN > DE-YTD-REMITTED
               COMPUTE DE-YTD-TAKEN =
                   DE-YTD-TAKEN - DE-YTD-REMITTED
           ELSE
               MOVE 0 TO DE-YTD-TAKEN
           END-IF
           MOVE 0 TO DE-YTD-REMITTED
           IF DE-YTD-MATCH > DE-MATCH-REMITTED
               COMPUTE DE-YTD-MATCH =
                   DE-YTD-MATCH - DE-MATCH-REMITTED
           ELSE
               MOVE 0 TO DE-YTD-MATCH
           END-IF
           MOVE 0 TO DE-MATCH-REMITTED
           REWRITE DEDUCTION-ENROLL-RECORD
           PERFORM 4100-READ-ENROLLMENT THRU 4100-EXIT.
       4200-EXIT.
           MOVE YE-TOTAL-NET TO STT-NET
           MOVE ST-TOTAL-LINE TO ST-LINE
           WRITE ST-LINE
           IF YE-TOTAL-MATCH > 0
               MOVE YE-TOTAL-MATCH TO STM-MATCH
               MOVE ST-MATCH-TOTAL-LINE TO ST-LINE
               WRITE ST-LINE
           END-IF
           DISPLAY "YEAR-END-CLOSE SUMMARY FOR " YE-CLOSING-YEAR
           DISPLAY "  EMPLOYEES CLOSED...: " YE-COUNT-EMPLOYEES
           DISPLAY "  ENROLLMENTS RESET..: " YE-COUNT-ENROLLMENTS
               JB-TYPE JB-CODE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YEAR-HISTORY-FILE
           CLOSE DEDUCTION-ENROLL-FILE
           CLOSE STATEMENT-FILE.
       9000-EXIT.
           EXIT.
