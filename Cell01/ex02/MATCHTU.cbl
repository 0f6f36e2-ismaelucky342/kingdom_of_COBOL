       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MATCH-TRUEUP-RPT.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Year-end employer-match
      *                  true-up. The pay cycle matches each
      *                  period's deferral against that period's
      *                  gross, so an employee who deferred unevenly
      *                  (a large deferral in a low-gross period, or
      *                  none at all for part of the year) can end
      *                  the year matched for less than the plan's
      *                  formula applied to the whole year. For every
      *                  DEDENRL enrollment in a MATCHFM deferral
      *                  code this applies the formula to the year's
      *                  gross and deferral and lists anyone whose
      *                  YTD match fell short, with the shortfall
      *                  owed. Run before the year-end close resets
      *                  the YTD fields.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DEDUCTION-ENROLL-FILE ASSIGN TO "DEDENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DE-ENROLL-KEY
               FILE STATUS IS MT-ENR-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS MT-EMP-STATUS.
           SELECT MATCH-FORMULA-FILE ASSIGN TO "MATCHFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-MTC-STATUS.
           SELECT TRUEUP-REPORT-FILE ASSIGN TO "MATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DEDUCTION-ENROLL-FILE.
       01  DEDUCTION-ENROLL-RECORD.
           05  DE-ENROLL-KEY.
               10  DE-EMP-ID       PIC 9(05).
               10  DE-DED-CODE     PIC X(03).
           05  DE-OVERRIDE-AMOUNT  PIC 9(05)V9(02).
           05  DE-YTD-TAKEN        PIC 9(07)V9(02).
           05  DE-YTD-REMITTED     PIC 9(07)V9(02).
           05  DE-YTD-MATCH        PIC 9(07)V9(02).
           05  DE-MATCH-REMITTED   PIC 9(07)V9(02).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  MATCH-FORMULA-FILE.
           COPY MATCHFM.

       FD  TRUEUP-REPORT-FILE.
       01  MT-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  MT-ENR-STATUS            PIC X(02) VALUE "00".
       01  MT-EMP-STATUS            PIC X(02) VALUE "00".
       01  MT-MTC-STATUS            PIC X(02) VALUE "00".
       01  MT-RPT-STATUS            PIC X(02) VALUE "00".

       01  MT-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-ENROLLMENTS      VALUE "Y".
       01  MT-MTC-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-FORMULAS         VALUE "Y".
       01  MT-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  MT-FORMULA-FOUND        VALUE "Y".
       01  MT-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  MT-OPEN-ERROR            VALUE "Y".

      * MATCH FORMULAS FROM MATCHFM
       01  MT-MTC-COUNT             PIC 9(03) VALUE 0.
       01  MT-MTC-SUB               PIC 9(03) VALUE 0.
       01  MT-MTC-TABLE.
           05  MT-MTC-ENTRY OCCURS 5 TIMES
                   INDEXED BY MT-MTC-IDX.
               10  MT-MTC-CODE          PIC X(03).
               10  MT-MTC-TIER1-RATE    PIC 9V9(04).
               10  MT-MTC-TIER1-LIMIT   PIC 9V9(04).
               10  MT-MTC-TIER2-RATE    PIC 9V9(04).
               10  MT-MTC-TIER2-LIMIT   PIC 9V9(04).
               10  MT-MTC-CAP           PIC 9(07)V9(02).

      * ANNUAL FORMULA WORK AREAS
       01  MT-TIER1-BASE            PIC 9(07)V9(02) VALUE 0.
       01  MT-TIER2-BASE            PIC 9(07)V9(02) VALUE 0.
       01  MT-TIER1-DEFER           PIC 9(07)V9(02) VALUE 0.
       01  MT-TIER2-DEFER           PIC 9(07)V9(02) VALUE 0.
       01  MT-FORMULA-MATCH         PIC 9(07)V9(02) VALUE 0.
       01  MT-SHORTFALL             PIC 9(07)V9(02) VALUE 0.

      * RUN CONTROLS AND TOTALS
       01  MT-RUN-DATE              PIC 9(08).
       01  MT-COUNT-CHECKED         PIC 9(05) VALUE 0.
       01  MT-COUNT-SHORT           PIC 9(05) VALUE 0.
       01  MT-COUNT-NOT-ON-MASTER   PIC 9(05) VALUE 0.
       01  MT-TOTAL-SHORTFALL       PIC 9(09)V9(02) VALUE 0.

      * REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "EMPLOYER MATCH TRUE-UP     RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RPT-COL-LINE.
           05  FILLER              PIC X(36) VALUE
               "EMP   NAME           COD   YTD GROSS".
           05  FILLER              PIC X(44) VALUE
               "   DEFERRAL    FORMULA    MATCHED       OWED".

       01  RPT-DETAIL-LINE.
           05  RD-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-EMP-NAME         PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-DED-CODE         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-GROSS            PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-DEFERRAL         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-FORMULA          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-MATCHED          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-SHORTFALL        PIC ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "CHECKED:  ".
           05  RT-CHECKED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "  SHORT:      ".
           05  RT-SHORT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "  TOTAL OWED: ".
           05  RT-SHORTFALL        PIC ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "MATCH-TRUEUP-RPT".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MT-OPEN-ERROR
               PERFORM 2000-CHECK-ONE-ENROLLMENT THRU 2000-EXIT
                   UNTIL END-OF-ENROLLMENTS
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- OPEN THE FILES, LOAD THE MATCH FORMULAS,
      * AND READ THE FIRST ENROLLMENT
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING MT-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MT-RUN-DATE
               JB-TYPE JB-CODE
           OPEN INPUT DEDUCTION-ENROLL-FILE
           IF MT-ENR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEDUCTION-ENROLL FILE -- "
                   "STATUS " MT-ENR-STATUS " ***"
               SET MT-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MT-EMP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " MT-EMP-STATUS " ***"
               SET MT-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT MATCH-FORMULA-FILE
           IF MT-MTC-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MATCH-FORMULA FILE -- "
                   "STATUS " MT-MTC-STATUS " ***"
               SET MT-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT TRUEUP-REPORT-FILE
           IF MT-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TRUE-UP REPORT -- STATUS "
                   MT-RPT-STATUS " ***"
               SET MT-OPEN-ERROR TO TRUE
           END-IF
           IF MT-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-FORMULA THRU 1100-EXIT
               UNTIL END-OF-FORMULAS
           MOVE MT-RUN-DATE TO RH-RUN-DATE
           MOVE RPT-HDR-LINE TO MT-LINE
           WRITE MT-LINE
           MOVE SPACES TO MT-LINE
           WRITE MT-LINE
           MOVE RPT-COL-LINE TO MT-LINE
           WRITE MT-LINE
           PERFORM 1200-READ-ENROLLMENT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-FORMULA.
           READ MATCH-FORMULA-FILE
               AT END
                   SET END-OF-FORMULAS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF MT-MTC-COUNT >= 5
               DISPLAY "*** MATCH FORMULA TABLE FULL -- "
                   MF-DEFER-CODE " NOT LOADED ***"
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO MT-MTC-COUNT
           SET MT-MTC-IDX TO MT-MTC-COUNT
           MOVE MF-DEFER-CODE TO MT-MTC-CODE(MT-MTC-IDX)
           MOVE MF-TIER1-RATE TO MT-MTC-TIER1-RATE(MT-MTC-IDX)
           MOVE MF-TIER1-LIMIT TO MT-MTC-TIER1-LIMIT(MT-MTC-IDX)
           MOVE MF-TIER2-RATE TO MT-MTC-TIER2-RATE(MT-MTC-IDX)
           MOVE MF-TIER2-LIMIT TO MT-MTC-TIER2-LIMIT(MT-MTC-IDX)
           MOVE MF-ANNUAL-CAP TO MT-MTC-CAP(MT-MTC-IDX).
       1100-EXIT.
           EXIT.

       1200-READ-ENROLLMENT.
           READ DEDUCTION-ENROLL-FILE
               AT END
                   SET END-OF-ENROLLMENTS TO TRUE
                   GO TO 1200-EXIT
           END-READ
      * AN ENROLLMENT WRITTEN BEFORE THE MATCH FIELDS EXISTED
           IF DE-YTD-MATCH NOT NUMERIC
               MOVE 0 TO DE-YTD-MATCH
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------
      * 2000-CHECK-ONE-ENROLLMENT -- THE PLAN FORMULA APPLIED TO THE
      * WHOLE YEAR: TIER 1 MATCHES THE DEFERRAL UP TO THE TIER-1
      * FRACTION OF YTD GROSS, TIER 2 THE REST OF IT UP TO THE
      * TIER-2 FRACTION, AND THE RESULT STOPS AT THE ANNUAL CAP.
      * ANYTHING ABOVE THE YTD MATCH ALREADY CREDITED IS OWED.
      *-----------------------
       2000-CHECK-ONE-ENROLLMENT.
           MOVE "N" TO MT-FOUND-SWITCH
           PERFORM 2100-FIND-FORMULA THRU 2100-EXIT
               VARYING MT-MTC-IDX FROM 1 BY 1
               UNTIL MT-MTC-IDX > MT-MTC-COUNT
                  OR MT-FORMULA-FOUND
           IF NOT MT-FORMULA-FOUND
               GO TO 2000-NEXT
           END-IF
           SET MT-MTC-IDX TO MT-MTC-SUB
           MOVE DE-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** EMPLOYEE " DE-EMP-ID " ENROLLED IN "
                       DE-DED-CODE " NOT ON MASTER ***"
                   ADD 1 TO MT-COUNT-NOT-ON-MASTER
                   GO TO 2000-NEXT
           END-READ
           ADD 1 TO MT-COUNT-CHECKED
           COMPUTE MT-TIER1-BASE ROUNDED =
               EM-YTD-GROSS * MT-MTC-TIER1-LIMIT(MT-MTC-IDX)
           COMPUTE MT-TIER2-BASE ROUNDED =
               EM-YTD-GROSS * MT-MTC-TIER2-LIMIT(MT-MTC-IDX)
           IF DE-YTD-TAKEN > MT-TIER1-BASE
               MOVE MT-TIER1-BASE TO MT-TIER1-DEFER
           ELSE
               MOVE DE-YTD-TAKEN TO MT-TIER1-DEFER
           END-IF
           COMPUTE MT-TIER2-DEFER = DE-YTD-TAKEN - MT-TIER1-DEFER
           IF MT-TIER2-DEFER > MT-TIER2-BASE
               MOVE MT-TIER2-BASE TO MT-TIER2-DEFER
           END-IF
           COMPUTE MT-FORMULA-MATCH ROUNDED =
               MT-TIER1-DEFER * MT-MTC-TIER1-RATE(MT-MTC-IDX)
               + MT-TIER2-DEFER * MT-MTC-TIER2-RATE(MT-MTC-IDX)
           IF MT-MTC-CAP(MT-MTC-IDX) > 0
               AND MT-FORMULA-MATCH > MT-MTC-CAP(MT-MTC-IDX)
               MOVE MT-MTC-CAP(MT-MTC-IDX) TO MT-FORMULA-MATCH
           END-IF
           IF MT-FORMULA-MATCH <= DE-YTD-MATCH
               GO TO 2000-NEXT
           END-IF
           COMPUTE MT-SHORTFALL = MT-FORMULA-MATCH - DE-YTD-MATCH
           ADD 1 TO MT-COUNT-SHORT
           ADD MT-SHORTFALL TO MT-TOTAL-SHORTFALL
           MOVE DE-EMP-ID TO RD-EMP-ID
           MOVE EM-EMP-NAME TO RD-EMP-NAME
           MOVE DE-DED-CODE TO RD-DED-CODE
           MOVE EM-YTD-GROSS TO RD-GROSS
           MOVE DE-YTD-TAKEN TO RD-DEFERRAL
           MOVE MT-FORMULA-MATCH TO RD-FORMULA
           MOVE DE-YTD-MATCH TO RD-MATCHED
           MOVE MT-SHORTFALL TO RD-SHORTFALL
           MOVE RPT-DETAIL-LINE TO MT-LINE
           WRITE MT-LINE.
       2000-NEXT.
           PERFORM 1200-READ-ENROLLMENT THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-FORMULA.
           IF MT-MTC-CODE(MT-MTC-IDX) = DE-DED-CODE
               SET MT-FORMULA-FOUND TO TRUE
               SET MT-MTC-SUB TO MT-MTC-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-SUMMARY -- REPORT TOTALS AND OPERATOR COUNTS. ANY
      * SHORTFALL LISTED ENDS WITH RC 4 SO THE TRUE-UP IS PAID (A
      * PAYSUPP SUPPLEMENTAL OR A MANUAL CONTRIBUTION) BEFORE THE
      * YEAR-END CLOSE.
      *-----------------------
       5000-PRINT-SUMMARY.
           MOVE SPACES TO MT-LINE
           WRITE MT-LINE
           MOVE MT-COUNT-CHECKED TO RT-CHECKED
           MOVE MT-COUNT-SHORT TO RT-SHORT
           MOVE MT-TOTAL-SHORTFALL TO RT-SHORTFALL
           MOVE RPT-TOTAL-LINE TO MT-LINE
           WRITE MT-LINE
           DISPLAY "MATCH-TRUEUP-RPT SUMMARY"
           DISPLAY "  FORMULAS LOADED..: " MT-MTC-COUNT
           DISPLAY "  ENROLLMENTS......: " MT-COUNT-CHECKED
           DISPLAY "  NOT ON MASTER....: " MT-COUNT-NOT-ON-MASTER
           DISPLAY "  SHORT OF FORMULA.: " MT-COUNT-SHORT
           DISPLAY "  TOTAL OWED.......: " MT-TOTAL-SHORTFALL
           IF MT-COUNT-SHORT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MT-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE DEDUCTION-ENROLL-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MATCH-FORMULA-FILE
           CLOSE TRUEUP-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MATCH-TRUEUP-RPT.
