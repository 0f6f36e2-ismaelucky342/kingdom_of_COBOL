       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GAUGE-RR-STUDY.
       AUTHOR. QUALITY-CONTROL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Reads the gauge repeatability
      *                  and reproducibility study file (GRRSTUDY --
      *                  instrument, operator, part, trial, reading,
      *                  and the product and characteristic the
      *                  parts were drawn from) one study per gauge,
      *                  and works each by the average-and-range
      *                  method: repeatability (EV), reproducibility
      *                  (AV), combined R&R, part variation and total
      *                  variation, each as a percent of the total,
      *                  the number of distinct categories, and the
      *                  R&R as a percent of the part's QCSPEC
      *                  tolerance. Ten percent or under is
      *                  acceptable, over thirty unacceptable,
      *                  between marginal. The verdict and study
      *                  date are stamped on the gauge's QCINSTR
      *                  record, where the QC run's gauge screen
      *                  reads them. Return code 0 clean, 4 a study
      *                  rejected, unacceptable, or for a gauge not
      *                  on QCINSTR, 16 a file could not be opened.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GAUGE-STUDY-FILE ASSIGN TO "GRRSTUDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-STD-STATUS.
           SELECT QC-SPEC-FILE ASSIGN TO "QCSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-SPC-STATUS.
           SELECT QC-CALIBRATION-FILE ASSIGN TO "QCINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-CAL-STATUS.
           SELECT STUDY-REPORT-FILE ASSIGN TO "GRRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE RECORD PER MEASUREMENT TAKEN IN THE STUDY, IN GAUGE
      * ORDER -- ONE STUDY PER GAUGE. EACH OPERATOR MEASURES EVERY
      * PART THE SAME NUMBER OF TIMES: 2 OR 3 OPERATORS, 2 TO 10
      * PARTS NUMBERED FROM 1, AND 2 OR 3 TRIALS. THE PRODUCT AND
      * CHARACTERISTIC NAME THE QCSPEC LIMITS THE PARTS ARE MADE
      * TO, AND ARE TAKEN FROM THE STUDY'S FIRST RECORD.
       FD  GAUGE-STUDY-FILE.
       01  GAUGE-STUDY-RECORD.
           05  GS-INSTRUMENT-ID        PIC X(04).
           05  GS-OPERATOR             PIC X(03).
           05  GS-PART-NO              PIC 9(02).
           05  GS-TRIAL                PIC 9(01).
           05  GS-READING              PIC 9(05)V9(02).
           05  GS-PRODUCT-ID           PIC X(06).
           05  GS-CHAR-CODE            PIC X(04).

      * THE SAME SPEC-LIMIT MASTER THE QC RUN JUDGES BATCHES BY
       FD  QC-SPEC-FILE.
       01  QC-SPEC-RECORD.
           05  QS-BATCH-PATTERN        PIC X(06).
           05  QS-LSL                  PIC 9(05)V9(02).
           05  QS-USL                  PIC 9(05)V9(02).
           05  QS-CHAR-CODE            PIC X(04).

       FD  QC-CALIBRATION-FILE.
           COPY QCINSTR.

       FD  STUDY-REPORT-FILE.
       01  STUDY-LINE                  PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  GR-STD-STATUS               PIC X(02) VALUE "00".
       01  GR-SPC-STATUS               PIC X(02) VALUE "00".
       01  GR-CAL-STATUS               PIC X(02) VALUE "00".
       01  GR-RPT-STATUS               PIC X(02) VALUE "00".
       01  GR-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-STUDY-FILE           VALUE "Y".
       01  GR-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CAL-MASTER           VALUE "Y".
       01  GR-SPC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-SPEC-MASTER          VALUE "Y".
       01  GR-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  GR-OPEN-ERROR               VALUE "Y".
       01  GR-MASTER-CHANGED-SWITCH    PIC X(01) VALUE "N".
           88  GR-MASTER-CHANGED           VALUE "Y".

       01  GR-RUN-DATE                 PIC 9(08).

      * THE GAUGE MASTER, HELD WHOLE SO THE STUDY VERDICTS CAN BE
      * STAMPED AND THE FILE WRITTEN BACK
       01  GR-GAUGE-TABLE.
           05  GR-GAUGE-IMAGE OCCURS 100 TIMES
                   INDEXED BY GR-GAUGE-IDX
                                       PIC X(25).
       01  GR-GAUGE-COUNT              PIC 9(03) VALUE 0.
       01  GR-GAUGE-SUB                PIC 9(03) VALUE 0.
       01  GR-GAUGE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  GR-GAUGE-FOUND              VALUE "Y".

      * THE STUDY IN HAND
       01  GR-INSTRUMENT-ID            PIC X(04).
       01  GR-PRODUCT-ID               PIC X(06).
       01  GR-CHAR-CODE                PIC X(04).
       01  GR-READING-COUNT            PIC 9(03) VALUE 0.
       01  GR-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  GR-REJECT-SWITCH            PIC X(01) VALUE "N".
           88  GR-STUDY-REJECTED           VALUE "Y".

       01  GR-OPER-TABLE.
           05  GR-OPER-ID OCCURS 3 TIMES
                   INDEXED BY GR-OPER-IDX
                                       PIC X(03).
       01  GR-OPER-COUNT               PIC 9(01) VALUE 0.
       01  GR-OPER-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  GR-OPER-FOUND               VALUE "Y".
       01  GR-PART-COUNT               PIC 9(02) VALUE 0.
       01  GR-TRIAL-COUNT              PIC 9(01) VALUE 0.

      * EVERY READING BY OPERATOR, PART AND TRIAL
       01  GR-CELL-TABLE.
           05  GR-CELL-OPER OCCURS 3 TIMES.
               10  GR-CELL-PART OCCURS 10 TIMES.
                   15  GR-CELL-TRIAL OCCURS 3 TIMES.
                       20  GR-CELL-READING PIC 9(05)V9(02).
                       20  GR-CELL-SWITCH  PIC X(01).
                           88  GR-CELL-FILLED  VALUE "Y".

      * OPERATOR AND PART TOTALS FOR THE AVERAGES
       01  GR-OPER-SUM-TABLE.
           05  GR-OPER-SUM OCCURS 3 TIMES
                                       PIC 9(09)V9(02).
       01  GR-PART-SUM-TABLE.
           05  GR-PART-SUM OCCURS 10 TIMES
                                       PIC 9(09)V9(02).
       01  GR-O                        PIC 9(02) VALUE 0.
       01  GR-P                        PIC 9(02) VALUE 0.
       01  GR-T                        PIC 9(02) VALUE 0.

      * AVERAGE-AND-RANGE WORK FIELDS
       01  GR-CELL-MIN                 PIC 9(05)V9(02) VALUE 0.
       01  GR-CELL-MAX                 PIC 9(05)V9(02) VALUE 0.
       01  GR-SUM-RANGES               PIC 9(09)V9(02) VALUE 0.
       01  GR-AVG-RANGE                PIC 9(07)V9(06) VALUE 0.
       01  GR-WORK-AVG                 PIC 9(07)V9(06) VALUE 0.
       01  GR-HIGH-AVG                 PIC 9(07)V9(06) VALUE 0.
       01  GR-LOW-AVG                  PIC 9(07)V9(06) VALUE 0.
       01  GR-OPER-DIFF                PIC 9(07)V9(06) VALUE 0.
       01  GR-PART-RANGE               PIC 9(07)V9(06) VALUE 0.
       01  GR-AV-SQUARED               PIC S9(09)V9(08) VALUE 0.
       01  GR-K1                       PIC 9V9(04) VALUE 0.
       01  GR-K2                       PIC 9V9(04) VALUE 0.
       01  GR-K3                       PIC 9V9(04) VALUE 0.

      * STUDY RESULTS
       01  GR-EV                       PIC 9(07)V9(06) VALUE 0.
       01  GR-AV                       PIC 9(07)V9(06) VALUE 0.
       01  GR-GRR                      PIC 9(07)V9(06) VALUE 0.
       01  GR-PV                       PIC 9(07)V9(06) VALUE 0.
       01  GR-TV                       PIC 9(07)V9(06) VALUE 0.
       01  GR-PCT-EV                   PIC 9(03)V9(02) VALUE 0.
       01  GR-PCT-AV                   PIC 9(03)V9(02) VALUE 0.
       01  GR-PCT-GRR                  PIC 9(03)V9(02) VALUE 0.
       01  GR-PCT-PV                   PIC 9(03)V9(02) VALUE 0.
       01  GR-PCT-TOLERANCE            PIC 9(05)V9(02) VALUE 0.
       01  GR-NDC                      PIC 9(03) VALUE 0.
       01  GR-LSL                      PIC 9(05)V9(02) VALUE 0.
       01  GR-USL                      PIC 9(05)V9(02) VALUE 0.
       01  GR-VERDICT                  PIC X(01) VALUE SPACE.
           88  GR-ACCEPTABLE               VALUE "A".
           88  GR-MARGINAL                 VALUE "M".
           88  GR-UNACCEPTABLE             VALUE "U".
       01  GR-STORED-SWITCH            PIC X(01) VALUE "N".
           88  GR-VERDICT-STORED           VALUE "Y".

      * SPEC-LIMIT LOOKUP -- LONGEST MATCHING PATTERN WINS
       01  GR-SPEC-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  GR-SPEC-FOUND               VALUE "Y".
       01  GR-PATTERN-LENGTH           PIC 9(02) VALUE 0.
       01  GR-BEST-PATTERN-LENGTH      PIC 9(02) VALUE 0.

      * RUN COUNTS
       01  GR-COUNT-STUDIES            PIC 9(05) VALUE 0.
       01  GR-COUNT-ACCEPTABLE         PIC 9(05) VALUE 0.
       01  GR-COUNT-MARGINAL           PIC 9(05) VALUE 0.
       01  GR-COUNT-UNACCEPTABLE       PIC 9(05) VALUE 0.
       01  GR-COUNT-REJECTED           PIC 9(05) VALUE 0.
       01  GR-COUNT-NOT-STORED         PIC 9(05) VALUE 0.

      * REPORT LINES
       01  GR-RULE-LINE.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  GR-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "GAUGE R&R STUDY REPORT     RUN DATE ".
           05  GRH-RUN-DATE        PIC 9(08).

       01  GR-ID-LINE.
           05  FILLER              PIC X(06) VALUE "GAUGE ".
           05  GRI-INSTRUMENT      PIC X(04).
           05  FILLER              PIC X(10) VALUE "  PRODUCT ".
           05  GRI-PRODUCT         PIC X(06).
           05  FILLER              PIC X(17) VALUE
               "  CHARACTERISTIC ".
           05  GRI-CHAR-CODE       PIC X(04).

       01  GR-DESIGN-LINE.
           05  FILLER              PIC X(10) VALUE "OPERATORS ".
           05  GRD-OPERATORS       PIC 9(01).
           05  FILLER              PIC X(08) VALUE "  PARTS ".
           05  GRD-PARTS           PIC Z9.
           05  FILLER              PIC X(09) VALUE "  TRIALS ".
           05  GRD-TRIALS          PIC 9(01).
           05  FILLER              PIC X(06) VALUE "  LSL ".
           05  GRD-LSL             PIC ZZZZ9.99.
           05  FILLER              PIC X(06) VALUE "  USL ".
           05  GRD-USL             PIC ZZZZ9.99.

       01  GR-COL-LINE.
           05  FILLER              PIC X(28) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "   STD DEV".
           05  FILLER              PIC X(12) VALUE "% TOTAL VAR".

       01  GR-STAT-LINE.
           05  GRS-LABEL           PIC X(28).
           05  GRS-STD-DEV         PIC ZZ,ZZ9.9999.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  GRS-PERCENT         PIC ZZ9.99.

       01  GR-RESULT-LINE.
           05  GRR-LABEL           PIC X(28).
           05  GRR-VALUE           PIC ZZ,ZZ9.99.

       01  GR-NDC-LINE.
           05  FILLER              PIC X(28) VALUE
               "DISTINCT CATEGORIES (NDC)".
           05  GRN-NDC             PIC ZZZ,ZZ9.

       01  GR-VERDICT-LINE.
           05  FILLER              PIC X(09) VALUE "VERDICT  ".
           05  GRV-VERDICT         PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRV-NOTE            PIC X(40).

       01  GR-REJECT-LINE.
           05  FILLER              PIC X(18) VALUE
               "STUDY REJECTED -- ".
           05  GRX-REASON          PIC X(40).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
               "GAUGE-RR-STUDY".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GR-OPEN-ERROR
               PERFORM 2000-PROCESS-STUDY THRU 2000-EXIT
                   UNTIL END-OF-STUDY-FILE
               IF GR-MASTER-CHANGED
                   PERFORM 8000-REWRITE-GAUGE-MASTER THRU 8000-EXIT
               END-IF
               PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
           END-IF
           EVALUATE TRUE
               WHEN GR-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN GR-COUNT-REJECTED > 0
                   OR GR-COUNT-UNACCEPTABLE > 0
                   OR GR-COUNT-NOT-STORED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- LOAD THE GAUGE MASTER, OPEN THE STUDY
      * FILE AND THE REPORT, AND PRIME THE FIRST READ
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING GR-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GR-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1200-LOAD-GAUGE-MASTER THRU 1200-EXIT
           OPEN INPUT GAUGE-STUDY-FILE
           IF GR-STD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GAUGE-STUDY FILE -- "
                   "STATUS " GR-STD-STATUS " ***"
               SET GR-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT STUDY-REPORT-FILE
           IF GR-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STUDY-REPORT FILE -- "
                   "STATUS " GR-RPT-STATUS " ***"
               SET GR-OPEN-ERROR TO TRUE
           END-IF
           IF NOT GR-OPEN-ERROR
               MOVE GR-RUN-DATE TO GRH-RUN-DATE
               MOVE GR-HDR-LINE TO STUDY-LINE
               WRITE STUDY-LINE
               PERFORM 1100-READ-STUDY THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-STUDY.
           READ GAUGE-STUDY-FILE
               AT END
                   SET END-OF-STUDY-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-GAUGE-MASTER -- THE WHOLE INSTRUMENT MASTER INTO
      * THE TABLE. THE VERDICTS HAVE NOWHERE TO GO WITHOUT IT, AND
      * A MASTER TOO BIG FOR THE TABLE WOULD BE TRUNCATED ON THE
      * WRITE-BACK, SO EITHER STOPS THE RUN.
      *-----------------------
       1200-LOAD-GAUGE-MASTER.
           MOVE 0 TO GR-GAUGE-COUNT
           OPEN INPUT QC-CALIBRATION-FILE
           IF GR-CAL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN QC-INSTRUMENT FILE -- "
                   "STATUS " GR-CAL-STATUS " ***"
               SET GR-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-GAUGE THRU 1210-EXIT
           PERFORM 1220-STORE-GAUGE THRU 1220-EXIT
               UNTIL END-OF-CAL-MASTER
                  OR GR-OPEN-ERROR
           CLOSE QC-CALIBRATION-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-GAUGE.
           READ QC-CALIBRATION-FILE
               AT END
                   SET END-OF-CAL-MASTER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-GAUGE.
           IF GR-GAUGE-COUNT >= 100
               DISPLAY "*** MORE THAN 100 GAUGES ON QC-INSTRUMENT "
                   "FILE -- RUN STOPPED ***"
               SET GR-OPEN-ERROR TO TRUE
               GO TO 1220-EXIT
           END-IF
           IF IC-GRR-DATE NOT NUMERIC
               MOVE 0 TO IC-GRR-DATE
           END-IF
           ADD 1 TO GR-GAUGE-COUNT
           MOVE QC-CALIBRATION-RECORD
               TO GR-GAUGE-IMAGE(GR-GAUGE-COUNT)
           PERFORM 1210-READ-GAUGE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-STUDY -- ONE GAUGE'S STUDY: GATHER ITS
      * READINGS TO THE CHANGE OF GAUGE, THEN EVALUATE AND PRINT
      *-----------------------
       2000-PROCESS-STUDY.
           PERFORM 2100-START-STUDY THRU 2100-EXIT
           PERFORM 2200-STORE-READING THRU 2200-EXIT
               UNTIL END-OF-STUDY-FILE
                  OR GS-INSTRUMENT-ID NOT = GR-INSTRUMENT-ID
           PERFORM 3000-EVALUATE-STUDY THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-START-STUDY.
           MOVE GS-INSTRUMENT-ID TO GR-INSTRUMENT-ID
           MOVE GS-PRODUCT-ID TO GR-PRODUCT-ID
           MOVE GS-CHAR-CODE TO GR-CHAR-CODE
           MOVE 0 TO GR-READING-COUNT
           MOVE 0 TO GR-OPER-COUNT
           MOVE 0 TO GR-PART-COUNT
           MOVE 0 TO GR-TRIAL-COUNT
           MOVE SPACES TO GR-OPER-TABLE
           MOVE SPACES TO GR-CELL-TABLE
           MOVE "N" TO GR-REJECT-SWITCH
           MOVE SPACES TO GR-REJECT-REASON
           MOVE SPACE TO GR-VERDICT
           MOVE "N" TO GR-STORED-SWITCH.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2200-STORE-READING -- FILE ONE READING UNDER ITS OPERATOR,
      * PART AND TRIAL. THE FIRST FAULT FOUND IS THE ONE REPORTED;
      * THE REST OF THE STUDY IS STILL READ PAST.
      *-----------------------
       2200-STORE-READING.
           IF GR-STUDY-REJECTED
               GO TO 2200-NEXT
           END-IF
           IF GS-READING NOT NUMERIC
               OR GS-PART-NO NOT NUMERIC
               OR GS-TRIAL NOT NUMERIC
               MOVE "NON-NUMERIC PART, TRIAL OR READING"
                   TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 2200-NEXT
           END-IF
           IF GS-PART-NO < 1 OR GS-PART-NO > 10
               MOVE "PART NUMBER OUTSIDE 1 TO 10"
                   TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 2200-NEXT
           END-IF
           IF GS-TRIAL < 1 OR GS-TRIAL > 3
               MOVE "TRIAL NUMBER OUTSIDE 1 TO 3"
                   TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 2200-NEXT
           END-IF
           MOVE "N" TO GR-OPER-FOUND-SWITCH
           PERFORM 2210-SEARCH-OPERATOR THRU 2210-EXIT
               VARYING GR-OPER-IDX FROM 1 BY 1
               UNTIL GR-OPER-IDX > GR-OPER-COUNT
                  OR GR-OPER-FOUND
           IF NOT GR-OPER-FOUND
               IF GR-OPER-COUNT >= 3
                   MOVE "MORE THAN 3 OPERATORS"
                       TO GR-REJECT-REASON
                   SET GR-STUDY-REJECTED TO TRUE
                   GO TO 2200-NEXT
               END-IF
               ADD 1 TO GR-OPER-COUNT
               MOVE GS-OPERATOR TO GR-OPER-ID(GR-OPER-COUNT)
               MOVE GR-OPER-COUNT TO GR-O
           END-IF
           MOVE GS-PART-NO TO GR-P
           MOVE GS-TRIAL TO GR-T
           IF GR-CELL-FILLED(GR-O, GR-P, GR-T)
               MOVE "SAME OPERATOR, PART AND TRIAL TWICE"
                   TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 2200-NEXT
           END-IF
           MOVE GS-READING TO GR-CELL-READING(GR-O, GR-P, GR-T)
           MOVE "Y" TO GR-CELL-SWITCH(GR-O, GR-P, GR-T)
           ADD 1 TO GR-READING-COUNT
           IF GR-P > GR-PART-COUNT
               MOVE GR-P TO GR-PART-COUNT
           END-IF
           IF GR-T > GR-TRIAL-COUNT
               MOVE GR-T TO GR-TRIAL-COUNT
           END-IF.
       2200-NEXT.
           PERFORM 1100-READ-STUDY THRU 1100-EXIT.
       2200-EXIT.
           EXIT.

       2210-SEARCH-OPERATOR.
           IF GR-OPER-ID(GR-OPER-IDX) = GS-OPERATOR
               SET GR-OPER-FOUND TO TRUE
               SET GR-O TO GR-OPER-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 3000-EVALUATE-STUDY -- A STUDY THAT IS COMPLETE AND HAS
      * SPEC LIMITS IS WORKED OUT AND ITS VERDICT STAMPED ON THE
      * GAUGE; EITHER WAY IT IS PRINTED
      *-----------------------
       3000-EVALUATE-STUDY.
           ADD 1 TO GR-COUNT-STUDIES
           IF NOT GR-STUDY-REJECTED
               PERFORM 3100-CHECK-BALANCE THRU 3100-EXIT
           END-IF
           IF NOT GR-STUDY-REJECTED
               PERFORM 3200-LOOKUP-SPEC-LIMITS THRU 3200-EXIT
           END-IF
           IF NOT GR-STUDY-REJECTED
               PERFORM 3300-COMPUTE-STUDY THRU 3300-EXIT
               PERFORM 3400-STORE-VERDICT THRU 3400-EXIT
           ELSE
               ADD 1 TO GR-COUNT-REJECTED
           END-IF
           PERFORM 3500-PRINT-STUDY THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 3100-CHECK-BALANCE -- THE AVERAGE-AND-RANGE CONSTANTS HOLD
      * ONLY FOR A FULL CROSSED STUDY: EVERY OPERATOR ON EVERY PART
      * FOR EVERY TRIAL. DUPLICATES WERE TURNED AWAY ON THE WAY IN,
      * SO A FULL COUNT MEANS A FULL GRID.
      *-----------------------
       3100-CHECK-BALANCE.
           IF GR-OPER-COUNT < 2
               MOVE "FEWER THAN 2 OPERATORS" TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF GR-PART-COUNT < 2
               MOVE "FEWER THAN 2 PARTS" TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF GR-TRIAL-COUNT < 2
               MOVE "FEWER THAN 2 TRIALS" TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF GR-READING-COUNT NOT =
               GR-OPER-COUNT * GR-PART-COUNT * GR-TRIAL-COUNT
               MOVE "STUDY NOT BALANCED -- READINGS MISSING"
                   TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------
      * 3200-LOOKUP-SPEC-LIMITS -- THE PART'S LIMITS FROM THE
      * SPEC-LIMIT MASTER, MATCHED THE WAY THE QC RUN MATCHES THEM:
      * THE CHARACTERISTIC EXACTLY, THE LONGEST PATTERN PREFIX OF
      * THE PRODUCT WINNING
      *-----------------------
       3200-LOOKUP-SPEC-LIMITS.
           MOVE "N" TO GR-SPEC-FOUND-SWITCH
           MOVE "N" TO GR-SPC-EOF-SWITCH
           MOVE 0 TO GR-BEST-PATTERN-LENGTH
           OPEN INPUT QC-SPEC-FILE
           IF GR-SPC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN QC-SPEC FILE -- STATUS "
                   GR-SPC-STATUS " ***"
           ELSE
               PERFORM 3210-READ-SPEC-RECORD THRU 3210-EXIT
               PERFORM 3220-MATCH-SPEC-RECORD THRU 3220-EXIT
                   UNTIL END-OF-SPEC-MASTER
               CLOSE QC-SPEC-FILE
           END-IF
           IF NOT GR-SPEC-FOUND
               MOVE "NO SPEC LIMITS FOR PRODUCT/CHARACTERISTIC"
                   TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF GR-USL NOT > GR-LSL
               MOVE "SPEC TOLERANCE IS ZERO" TO GR-REJECT-REASON
               SET GR-STUDY-REJECTED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-READ-SPEC-RECORD.
           READ QC-SPEC-FILE
               AT END
                   SET END-OF-SPEC-MASTER TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.

       3220-MATCH-SPEC-RECORD.
           MOVE 0 TO GR-PATTERN-LENGTH
           INSPECT QS-BATCH-PATTERN TALLYING GR-PATTERN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF GR-PATTERN-LENGTH > GR-BEST-PATTERN-LENGTH
               AND QS-CHAR-CODE = GR-CHAR-CODE
               AND GR-PRODUCT-ID(1:GR-PATTERN-LENGTH)
                   = QS-BATCH-PATTERN(1:GR-PATTERN-LENGTH)
               MOVE QS-LSL TO GR-LSL
               MOVE QS-USL TO GR-USL
               MOVE GR-PATTERN-LENGTH TO GR-BEST-PATTERN-LENGTH
               SET GR-SPEC-FOUND TO TRUE
           END-IF
           PERFORM 3210-READ-SPEC-RECORD THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

      *-----------------------
      * 3300-COMPUTE-STUDY -- THE AVERAGE-AND-RANGE METHOD:
      *   EV  = AVERAGE RANGE ACROSS TRIALS X K1 (BY TRIALS)
      *   AV  = ROOT OF (OPERATOR-AVERAGE SPREAD X K2)**2
      *         LESS EV**2 / (PARTS X TRIALS), ZERO IF NEGATIVE
      *   GRR = ROOT OF EV**2 + AV**2
      *   PV  = PART-AVERAGE SPREAD X K3 (BY PARTS)
      *   TV  = ROOT OF GRR**2 + PV**2
      * PERCENT OF TOLERANCE IS SIX GRR OVER USL LESS LSL.
      *-----------------------
       3300-COMPUTE-STUDY.
           PERFORM 3310-SET-CONSTANTS THRU 3310-EXIT
           MOVE 0 TO GR-SUM-RANGES
           MOVE 0 TO GR-OPER-SUM(1)
           MOVE 0 TO GR-OPER-SUM(2)
           MOVE 0 TO GR-OPER-SUM(3)
           PERFORM 3320-CLEAR-PART-SUM THRU 3320-EXIT
               VARYING GR-P FROM 1 BY 1
               UNTIL GR-P > GR-PART-COUNT
           PERFORM 3330-SUM-ONE-OPERATOR THRU 3330-EXIT
               VARYING GR-O FROM 1 BY 1
               UNTIL GR-O > GR-OPER-COUNT
           COMPUTE GR-AVG-RANGE ROUNDED = GR-SUM-RANGES
               / (GR-OPER-COUNT * GR-PART-COUNT)
           COMPUTE GR-EV ROUNDED = GR-AVG-RANGE * GR-K1
      *    SPREAD OF THE OPERATOR AVERAGES
           MOVE 0 TO GR-HIGH-AVG
           MOVE 99999 TO GR-LOW-AVG
           PERFORM 3350-RANGE-ONE-OPERATOR THRU 3350-EXIT
               VARYING GR-O FROM 1 BY 1
               UNTIL GR-O > GR-OPER-COUNT
           COMPUTE GR-OPER-DIFF = GR-HIGH-AVG - GR-LOW-AVG
           COMPUTE GR-AV-SQUARED ROUNDED =
               (GR-OPER-DIFF * GR-K2) * (GR-OPER-DIFF * GR-K2)
               - (GR-EV * GR-EV)
                 / (GR-PART-COUNT * GR-TRIAL-COUNT)
           IF GR-AV-SQUARED > 0
               COMPUTE GR-AV ROUNDED = FUNCTION SQRT(GR-AV-SQUARED)
           ELSE
               MOVE 0 TO GR-AV
           END-IF
           COMPUTE GR-GRR ROUNDED =
               FUNCTION SQRT(GR-EV * GR-EV + GR-AV * GR-AV)
      *    SPREAD OF THE PART AVERAGES
           MOVE 0 TO GR-HIGH-AVG
           MOVE 99999 TO GR-LOW-AVG
           PERFORM 3360-RANGE-ONE-PART THRU 3360-EXIT
               VARYING GR-P FROM 1 BY 1
               UNTIL GR-P > GR-PART-COUNT
           COMPUTE GR-PART-RANGE = GR-HIGH-AVG - GR-LOW-AVG
           COMPUTE GR-PV ROUNDED = GR-PART-RANGE * GR-K3
           COMPUTE GR-TV ROUNDED =
               FUNCTION SQRT(GR-GRR * GR-GRR + GR-PV * GR-PV)
           IF GR-TV > 0
               COMPUTE GR-PCT-EV ROUNDED = GR-EV * 100 / GR-TV
               COMPUTE GR-PCT-AV ROUNDED = GR-AV * 100 / GR-TV
               COMPUTE GR-PCT-GRR ROUNDED = GR-GRR * 100 / GR-TV
               COMPUTE GR-PCT-PV ROUNDED = GR-PV * 100 / GR-TV
           ELSE
               MOVE 0 TO GR-PCT-EV
               MOVE 0 TO GR-PCT-AV
               MOVE 0 TO GR-PCT-GRR
               MOVE 0 TO GR-PCT-PV
           END-IF
           COMPUTE GR-PCT-TOLERANCE ROUNDED =
               (6 * GR-GRR * 100) / (GR-USL - GR-LSL)
               ON SIZE ERROR
                   MOVE 99999.99 TO GR-PCT-TOLERANCE
           END-COMPUTE
           IF GR-GRR > 0
               COMPUTE GR-NDC = 1.41 * GR-PV / GR-GRR
                   ON SIZE ERROR
                       MOVE 999 TO GR-NDC
               END-COMPUTE
           ELSE
               MOVE 999 TO GR-NDC
           END-IF
           EVALUATE TRUE
               WHEN GR-PCT-TOLERANCE NOT > 10
                   MOVE "A" TO GR-VERDICT
                   ADD 1 TO GR-COUNT-ACCEPTABLE
               WHEN GR-PCT-TOLERANCE NOT > 30
                   MOVE "M" TO GR-VERDICT
                   ADD 1 TO GR-COUNT-MARGINAL
               WHEN OTHER
                   MOVE "U" TO GR-VERDICT
                   ADD 1 TO GR-COUNT-UNACCEPTABLE
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *-----------------------
      * 3310-SET-CONSTANTS -- THE AIAG AVERAGE-AND-RANGE CONSTANTS
      * FOR THE STUDY'S TRIALS, OPERATORS AND PARTS
      *-----------------------
       3310-SET-CONSTANTS.
           IF GR-TRIAL-COUNT = 2
               MOVE 0.8862 TO GR-K1
           ELSE
               MOVE 0.5908 TO GR-K1
           END-IF
           IF GR-OPER-COUNT = 2
               MOVE 0.7071 TO GR-K2
           ELSE
               MOVE 0.5231 TO GR-K2
           END-IF
           EVALUATE GR-PART-COUNT
               WHEN 2  MOVE 0.7071 TO GR-K3
               WHEN 3  MOVE 0.5231 TO GR-K3
               WHEN 4  MOVE 0.4467 TO GR-K3
               WHEN 5  MOVE 0.4030 TO GR-K3
               WHEN 6  MOVE 0.3742 TO GR-K3
               WHEN 7  MOVE 0.3534 TO GR-K3
               WHEN 8  MOVE 0.3375 TO GR-K3
               WHEN 9  MOVE 0.3249 TO GR-K3
               WHEN OTHER
                   MOVE 0.3146 TO GR-K3
           END-EVALUATE.
       3310-EXIT.
           EXIT.

       3320-CLEAR-PART-SUM.
           MOVE 0 TO GR-PART-SUM(GR-P).
       3320-EXIT.
           EXIT.

       3330-SUM-ONE-OPERATOR.
           PERFORM 3340-SUM-ONE-CELL THRU 3340-EXIT
               VARYING GR-P FROM 1 BY 1
               UNTIL GR-P > GR-PART-COUNT.
       3330-EXIT.
           EXIT.

      *-----------------------
      * 3340-SUM-ONE-CELL -- ONE OPERATOR ON ONE PART: THE RANGE OF
      * THE TRIALS, AND EACH TRIAL INTO THE OPERATOR AND PART TOTALS
      *-----------------------
       3340-SUM-ONE-CELL.
           MOVE GR-CELL-READING(GR-O, GR-P, 1) TO GR-CELL-MIN
           MOVE GR-CELL-READING(GR-O, GR-P, 1) TO GR-CELL-MAX
           PERFORM 3345-SUM-ONE-TRIAL THRU 3345-EXIT
               VARYING GR-T FROM 1 BY 1
               UNTIL GR-T > GR-TRIAL-COUNT
           COMPUTE GR-SUM-RANGES =
               GR-SUM-RANGES + GR-CELL-MAX - GR-CELL-MIN.
       3340-EXIT.
           EXIT.

       3345-SUM-ONE-TRIAL.
           IF GR-CELL-READING(GR-O, GR-P, GR-T) < GR-CELL-MIN
               MOVE GR-CELL-READING(GR-O, GR-P, GR-T) TO GR-CELL-MIN
           END-IF
           IF GR-CELL-READING(GR-O, GR-P, GR-T) > GR-CELL-MAX
               MOVE GR-CELL-READING(GR-O, GR-P, GR-T) TO GR-CELL-MAX
           END-IF
           ADD GR-CELL-READING(GR-O, GR-P, GR-T)
               TO GR-OPER-SUM(GR-O)
           ADD GR-CELL-READING(GR-O, GR-P, GR-T)
               TO GR-PART-SUM(GR-P).
       3345-EXIT.
           EXIT.

       3350-RANGE-ONE-OPERATOR.
           COMPUTE GR-WORK-AVG ROUNDED = GR-OPER-SUM(GR-O)
               / (GR-PART-COUNT * GR-TRIAL-COUNT)
           IF GR-WORK-AVG > GR-HIGH-AVG
               MOVE GR-WORK-AVG TO GR-HIGH-AVG
           END-IF
           IF GR-WORK-AVG < GR-LOW-AVG
               MOVE GR-WORK-AVG TO GR-LOW-AVG
           END-IF.
       3350-EXIT.
           EXIT.

       3360-RANGE-ONE-PART.
           COMPUTE GR-WORK-AVG ROUNDED = GR-PART-SUM(GR-P)
               / (GR-OPER-COUNT * GR-TRIAL-COUNT)
           IF GR-WORK-AVG > GR-HIGH-AVG
               MOVE GR-WORK-AVG TO GR-HIGH-AVG
           END-IF
           IF GR-WORK-AVG < GR-LOW-AVG
               MOVE GR-WORK-AVG TO GR-LOW-AVG
           END-IF.
       3360-EXIT.
           EXIT.

      *-----------------------
      * 3400-STORE-VERDICT -- STAMP THE VERDICT AND STUDY DATE ON
      * THE GAUGE'S MASTER RECORD
      *-----------------------
       3400-STORE-VERDICT.
           MOVE "N" TO GR-GAUGE-FOUND-SWITCH
           PERFORM 3410-SEARCH-GAUGE THRU 3410-EXIT
               VARYING GR-GAUGE-IDX FROM 1 BY 1
               UNTIL GR-GAUGE-IDX > GR-GAUGE-COUNT
                  OR GR-GAUGE-FOUND
           IF NOT GR-GAUGE-FOUND
               ADD 1 TO GR-COUNT-NOT-STORED
               GO TO 3400-EXIT
           END-IF
           MOVE GR-GAUGE-IMAGE(GR-GAUGE-SUB) TO QC-CALIBRATION-RECORD
           MOVE GR-RUN-DATE TO IC-GRR-DATE
           MOVE GR-VERDICT TO IC-GRR-VERDICT
           MOVE QC-CALIBRATION-RECORD TO GR-GAUGE-IMAGE(GR-GAUGE-SUB)
           SET GR-VERDICT-STORED TO TRUE
           SET GR-MASTER-CHANGED TO TRUE.
       3400-EXIT.
           EXIT.

       3410-SEARCH-GAUGE.
           IF GR-GAUGE-IMAGE(GR-GAUGE-IDX)(1:4) = GR-INSTRUMENT-ID
               SET GR-GAUGE-FOUND TO TRUE
               SET GR-GAUGE-SUB TO GR-GAUGE-IDX
           END-IF.
       3410-EXIT.
           EXIT.

      *-----------------------
      * 3500-PRINT-STUDY -- THE STUDY'S SECTION OF THE REPORT
      *-----------------------
       3500-PRINT-STUDY.
           MOVE GR-RULE-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE GR-INSTRUMENT-ID TO GRI-INSTRUMENT
           MOVE GR-PRODUCT-ID TO GRI-PRODUCT
           MOVE GR-CHAR-CODE TO GRI-CHAR-CODE
           MOVE GR-ID-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           IF GR-STUDY-REJECTED
               MOVE GR-REJECT-REASON TO GRX-REASON
               MOVE GR-REJECT-LINE TO STUDY-LINE
               WRITE STUDY-LINE
               DISPLAY "GAUGE " GR-INSTRUMENT-ID
                   " STUDY REJECTED -- " GR-REJECT-REASON
               GO TO 3500-EXIT
           END-IF
           MOVE GR-OPER-COUNT TO GRD-OPERATORS
           MOVE GR-PART-COUNT TO GRD-PARTS
           MOVE GR-TRIAL-COUNT TO GRD-TRIALS
           MOVE GR-LSL TO GRD-LSL
           MOVE GR-USL TO GRD-USL
           MOVE GR-DESIGN-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE GR-COL-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE "REPEATABILITY (EV)" TO GRS-LABEL
           MOVE GR-EV TO GRS-STD-DEV
           MOVE GR-PCT-EV TO GRS-PERCENT
           MOVE GR-STAT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE "REPRODUCIBILITY (AV)" TO GRS-LABEL
           MOVE GR-AV TO GRS-STD-DEV
           MOVE GR-PCT-AV TO GRS-PERCENT
           MOVE GR-STAT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE "GAUGE R&R (GRR)" TO GRS-LABEL
           MOVE GR-GRR TO GRS-STD-DEV
           MOVE GR-PCT-GRR TO GRS-PERCENT
           MOVE GR-STAT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE "PART VARIATION (PV)" TO GRS-LABEL
           MOVE GR-PV TO GRS-STD-DEV
           MOVE GR-PCT-PV TO GRS-PERCENT
           MOVE GR-STAT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE "TOTAL VARIATION (TV)" TO GRS-LABEL
           MOVE GR-TV TO GRS-STD-DEV
           MOVE 100 TO GRS-PERCENT
           MOVE GR-STAT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE "PERCENT OF TOLERANCE" TO GRR-LABEL
           MOVE GR-PCT-TOLERANCE TO GRR-VALUE
           MOVE GR-RESULT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           MOVE GR-NDC TO GRN-NDC
           MOVE GR-NDC-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           EVALUATE TRUE
               WHEN GR-ACCEPTABLE
                   MOVE "ACCEPTABLE" TO GRV-VERDICT
               WHEN GR-MARGINAL
                   MOVE "MARGINAL" TO GRV-VERDICT
               WHEN OTHER
                   MOVE "UNACCEPTABLE" TO GRV-VERDICT
           END-EVALUATE
           IF GR-VERDICT-STORED
               MOVE "STORED ON THE GAUGE MASTER" TO GRV-NOTE
           ELSE
               MOVE "NOT STORED -- GAUGE NOT ON QCINSTR"
                   TO GRV-NOTE
           END-IF
           MOVE GR-VERDICT-LINE TO STUDY-LINE
           WRITE STUDY-LINE
           DISPLAY "GAUGE " GR-INSTRUMENT-ID " % TOLERANCE "
               GR-PCT-TOLERANCE " VERDICT " GRV-VERDICT.
       3500-EXIT.
           EXIT.

      *-----------------------
      * 8000-REWRITE-GAUGE-MASTER -- WRITE THE MASTER BACK WITH THE
      * NEW VERDICTS, IN ITS ORIGINAL ORDER
      *-----------------------
       8000-REWRITE-GAUGE-MASTER.
           OPEN OUTPUT QC-CALIBRATION-FILE
           IF GR-CAL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE QC-INSTRUMENT FILE -- "
                   "STATUS " GR-CAL-STATUS " -- VERDICTS NOT "
                   "STORED ***"
               SET GR-OPEN-ERROR TO TRUE
               GO TO 8000-EXIT
           END-IF
           PERFORM 8100-WRITE-ONE-GAUGE THRU 8100-EXIT
               VARYING GR-GAUGE-SUB FROM 1 BY 1
               UNTIL GR-GAUGE-SUB > GR-GAUGE-COUNT
           CLOSE QC-CALIBRATION-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-GAUGE.
           MOVE GR-GAUGE-IMAGE(GR-GAUGE-SUB) TO QC-CALIBRATION-RECORD
           WRITE QC-CALIBRATION-RECORD.
       8100-EXIT.
           EXIT.

       8500-PRINT-TOTALS.
           DISPLAY "STUDIES READ........: " GR-COUNT-STUDIES
           DISPLAY "  ACCEPTABLE........: " GR-COUNT-ACCEPTABLE
           DISPLAY "  MARGINAL..........: " GR-COUNT-MARGINAL
           DISPLAY "  UNACCEPTABLE......: " GR-COUNT-UNACCEPTABLE
           DISPLAY "  REJECTED..........: " GR-COUNT-REJECTED
           DISPLAY "  GAUGE NOT ON FILE.: " GR-COUNT-NOT-STORED.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GR-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE GAUGE-STUDY-FILE
           CLOSE STUDY-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GAUGE-RR-STUDY.
