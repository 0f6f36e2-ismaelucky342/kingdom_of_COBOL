      *                  program can disposition it (hold, rework,
      *                  ship-on-deviation, scrap) instead of its
      *                  fate living in hallway conversations.
      * 2026-10-15  JCM  Each reading now names the characteristic it
      *                  measures (diameter, length, weight...), and
      *                  QCSPEC holds limits per batch pattern per
      *                  characteristic. Statistics, Cp/Cpk, the
      *                  tolerance check and the QCSUM line are now per
      *                  characteristic within the batch. The batch goes
      *                  to QCHOLD if any characteristic is out of
      *                  tolerance, and the certificate lists every
      *                  characteristic on one page.
      * 2026-10-15  JCM  QCINSTR now comes from the shared QCINSTR
      *                  copybook, which carries each gauge's last R&R
      *                  study date and verdict from the new GAUGE-RR-
      *                  STUDY program. The gauge screen also excludes a
      *                  reading taken on a gauge whose last study was
      *                  unacceptable (GRRFAILED) or is more than a year
      *                  old (GRRLAPSED); a gauge not yet studied still
      *                  passes. The calibration-due report shows each
      *                  gauge's study.
      * 2026-10-15  JCM  Acceptance sampling: a batch with a lot size on
      *                  its readings, whose product is on the QCPROD
      *                  sampling master, is judged against the QCAQL
      *                  plan for its lot size and severity; sample size
      *                  checked, nonconforming count judged against
      *                  Ac/Re, normal/tightened/reduced switching kept
      *                  on the product's lot history; plan and lot
      *                  verdict on the certificate, lot verdict on
      *                  QCHOLD.
      * 2026-10-15  JCM  Every reading taken into the run is appended to
      *                  the QC reading history (QCRDHST) by gauge, for
      *                  tracing batches back from a gauge found out of
      *                  tolerance. The held-batch layout moves to the
      *                  QCHOLD copybook and gains the suspect gauge
      *                  (blank on this run's holds).
      * 2026-10-15  JCM  Hold records now carry the batch's lot size
      *                  (QH-BATCH-SIZE), and each reading history
      *                  record the lot size it was taken under, for the
      *                  cost-of-quality run.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  readings read including those excluded, summary
      *                  lines written, readings excluded, and the total
      *                  of the batch averages.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT HOLD-FILE ASSIGN TO "QCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QC-HLD-STATUS.
           SELECT READING-HISTORY-FILE ASSIGN TO "QCRDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QC-RHS-STATUS.
           SELECT OPTIONAL SAMPLING-PLAN-FILE ASSIGN TO "QCAQL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QC-AQL-STATUS.
           SELECT OPTIONAL PRODUCT-SAMPLING-FILE ASSIGN TO "QCPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT
               FILE STATUS IS QC-PRD-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * THE READINGS FILE COMES IN BATCH-ID ORDER -- ONE SHIFT'S
      * WORK, MANY BATCHES, ONE CONTROL BREAK PER BATCH. EACH
      * READING NAMES THE CHARACTERISTIC IT MEASURES (DIAMETER,
      * LENGTH, WEIGHT...), IN ANY ORDER WITHIN THE BATCH; A BLANK
      * CODE IS A PART WITH ONE MEASURED CHARACTERISTIC
       FD  QC-READINGS-FILE.
       01  QC-READING-RECORD.
           05  QC-READING-VALUE        PIC 9(05)V9(02).
           05  QC-READING-BATCH-ID     PIC X(06).
           05  QC-INSTRUMENT-ID        PIC X(04).
           05  QC-CHAR-CODE            PIC X(04).
           05  QC-LOT-SIZE             PIC 9(07).

       FD  QC-SUMMARY-FILE.
       01  QC-SUMMARY-RECORD           PIC X(80).
       FD  QC-EXCEPTION-FILE.
       01  QC-EXCEPTION-RECORD         PIC X(50).

      * ONE SPEC RECORD PER PRODUCT/BATCH-ID PATTERN AND
      * CHARACTERISTIC. TRAILING SPACES IN THE PATTERN MATCH ANY
      * BATCH WITH THAT PREFIX; THE CHARACTERISTIC MUST MATCH THE
      * READING'S EXACTLY (BLANK FOR A SINGLE-CHARACTERISTIC PART).
      * THE LOT SIZE IS TAKEN FROM THE BATCH'S FIRST READING; ZERO
      * OR BLANK MEANS THE BATCH IS NOT A SAMPLED LOT.
       FD  QC-SPEC-FILE.
       01  QC-SPEC-RECORD.
           05  QS-BATCH-PATTERN        PIC X(06).
           05  QS-LSL                  PIC 9(05)V9(02).
           05  QS-USL                  PIC 9(05)V9(02).
           05  QS-CHAR-CODE            PIC X(04).

      * ONE RECORD PER MEASURING INSTRUMENT: WHEN IT WAS LAST
      * CALIBRATED, HOW MANY DAYS THE CALIBRATION HOLDS, WHETHER
      * THE GAUGE IS IN SERVICE AT ALL, AND ITS LAST R&R STUDY
       FD  QC-CALIBRATION-FILE.
           COPY QCINSTR.

       FD  CAL-DUE-REPORT-FILE.
       01  CAL-DUE-LINE                PIC X(80).

      * ONE RECORD PER OUT-OF-TOLERANCE BATCH, FOR THE MATERIAL-
      * REVIEW SESSION TO DISPOSITION; UNWORKED ITEMS CARRY OVER
      * ON ITS QCHOLDN FILE, WHICH OPERATIONS COPIES BACK HERE.
      * THE COUNTS ARE THE WHOLE BATCH'S; THE AVERAGE IS THAT OF
      * THE FIRST CHARACTERISTIC OUT OF TOLERANCE, NAMED ALONGSIDE
      * THE NUMBER OF CHARACTERISTICS THAT FAILED.
       FD  HOLD-FILE.
           COPY QCHOLD.

      * EVERY READING TAKEN INTO THE RUN, KEPT FOR TRACING BATCHES
      * BACK TO THE GAUGE THAT MEASURED THEM
       FD  READING-HISTORY-FILE.
           COPY QCRDHST.

      * THE CONTRACT SAMPLING-PLAN TABLE: FOR AN INSPECTION LEVEL,
      * AN AQL, AND A SEVERITY (NORMAL, TIGHTENED, REDUCED), THE
      * LOT-SIZE RANGE, THE UNITS TO INSPECT, AND THE ACCEPT AND
      * REJECT NUMBERS OF NONCONFORMING UNITS
       FD  SAMPLING-PLAN-FILE.
       01  SAMPLING-PLAN-RECORD.
           05  PL-INSP-LEVEL           PIC X(02).
           05  PL-AQL                  PIC 9(02)V9(02).
           05  PL-SEVERITY             PIC X(01).
           05  PL-LOT-LOW              PIC 9(07).
           05  PL-LOT-HIGH             PIC 9(07).
           05  PL-SAMPLE-SIZE          PIC 9(05).
           05  PL-ACCEPT-NO            PIC 9(03).
           05  PL-REJECT-NO            PIC 9(03).

      * ONE RECORD PER SAMPLED PRODUCT, KEYED BY BATCH-ID PATTERN
      * (TRAILING SPACES MATCH ANY BATCH WITH THAT PREFIX, LONGEST
      * WINS): ITS INSPECTION LEVEL AND AQL, THE SEVERITY NOW IN
      * FORCE, AND ITS LAST TEN JUDGED LOTS, NEWEST FIRST, WHICH
      * DRIVE THE SWITCHING RULES
       FD  PRODUCT-SAMPLING-FILE.
       01  PRODUCT-SAMPLING-RECORD.
           05  PR-PRODUCT              PIC X(06).
           05  PR-INSP-LEVEL           PIC X(02).
           05  PR-AQL                  PIC 9(02)V9(02).
           05  PR-SEVERITY             PIC X(01).
               88  PR-NORMAL               VALUE "N".
               88  PR-TIGHTENED            VALUE "T".
               88  PR-REDUCED              VALUE "R".
           05  PR-CONSEC-ACCEPT        PIC 9(03).
           05  PR-LOT-HISTORY OCCURS 10 TIMES.
               10  PR-HIST-BATCH       PIC X(06).
               10  PR-HIST-DATE        PIC 9(08).
               10  PR-HIST-SEVERITY    PIC X(01).
               10  PR-HIST-RESULT      PIC X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           05  SL-STD-DEVIATION        PIC ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-TOLERANCE-FLAG       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-LSL                  PIC ZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-USL                  PIC ZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-CHAR-CODE            PIC X(04).

      * ACCUMULATORS
       01  QC-READING-COUNT            PIC 9(07) VALUE 0.
       01  QC-SUM-OF-SQUARES           PIC 9(13)V9(04) VALUE 0.
       01  AVERAGE                     PIC 9(07)V9(02) VALUE 0.

      * THE BATCH AS A WHOLE, ACROSS ITS CHARACTERISTICS
       01  QC-BATCH-COUNT              PIC 9(07) VALUE 0.
       01  QC-BATCH-NONCONF            PIC 9(07) VALUE 0.
       01  QC-FAIL-COUNT               PIC 9(02) VALUE 0.
       01  QC-FAIL-CHAR-CODE           PIC X(04) VALUE SPACES.
       01  QC-FAIL-AVERAGE             PIC 9(07)V9(02) VALUE 0.

      * PER-CHARACTERISTIC ACCUMULATION FOR THE CURRENT BATCH. AN
      * ENTRY IS OPENED, WITH ITS SPEC LIMITS, AT THE FIRST READING
      * OF THE CHARACTERISTIC; THE STATISTICS ARE FILLED IN AT THE
      * BATCH BREAK FOR THE CERTIFICATE
       01  QC-CHAR-TABLE.
           05  QC-CHAR-ENTRY OCCURS 10 TIMES
                   INDEXED BY QC-CHAR-IDX.
               10  QC-CH-CODE          PIC X(04).
               10  QC-CH-COUNT         PIC 9(07).
               10  QC-CH-TOTAL         PIC 9(09)V9(02).
               10  QC-CH-SUMSQ         PIC 9(13)V9(04).
               10  QC-CH-CONFORM       PIC 9(07).
               10  QC-CH-NONCONF       PIC 9(07).
               10  QC-CH-LSL           PIC 9(05)V9(02).
               10  QC-CH-USL           PIC 9(05)V9(02).
               10  QC-CH-AVERAGE       PIC 9(07)V9(02).
               10  QC-CH-STD-DEV       PIC 9(07)V9(04).
               10  QC-CH-CP            PIC 9(03)V9(02).
               10  QC-CH-CPK           PIC S9(03)V9(02).
               10  QC-CH-TOL-SWITCH    PIC X(01).
                   88  QC-CH-IN-TOLERANCE  VALUE "Y".
       01  QC-CHAR-USED                PIC 9(02) VALUE 0.
       01  QC-CHAR-SUB                 PIC 9(02) VALUE 0.
       01  QC-CHAR-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  QC-CHAR-FOUND               VALUE "Y".

      * ACCEPTANCE SAMPLING -- THE PLAN TABLE IS LOADED AT
      * INITIALIZATION; THE BATCH'S PRODUCT, PLAN AND LOT VERDICT
      * ARE WORKED AT ITS BREAK
       01  QC-AQL-STATUS               PIC X(02) VALUE "00".
       01  QC-PRD-STATUS               PIC X(02) VALUE "00".
       01  QC-AQL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-PLAN-TABLE           VALUE "Y".
       01  QC-PRD-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  QC-PRODUCTS-ON-FILE         VALUE "Y".
       01  QC-PLAN-TABLE.
           05  QC-PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY QC-PLAN-IDX.
               10  QC-PL-LEVEL         PIC X(02).
               10  QC-PL-AQL           PIC 9(02)V9(02).
               10  QC-PL-SEVERITY      PIC X(01).
               10  QC-PL-LOT-LOW       PIC 9(07).
               10  QC-PL-LOT-HIGH      PIC 9(07).
               10  QC-PL-SAMPLE        PIC 9(05).
               10  QC-PL-ACCEPT        PIC 9(03).
               10  QC-PL-REJECT        PIC 9(03).
       01  QC-PLAN-COUNT               PIC 9(03) VALUE 0.
       01  QC-PLAN-SUB                 PIC 9(03) VALUE 0.
       01  QC-PLAN-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  QC-PLAN-FOUND               VALUE "Y".
       01  QC-PROD-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  QC-PROD-FOUND               VALUE "Y".
       01  QC-PROD-LEN                 PIC 9(02) VALUE 0.
       01  QC-BATCH-LOT-SIZE           PIC 9(07) VALUE 0.
       01  QC-LOT-SEVERITY             PIC X(01) VALUE SPACE.
       01  QC-LOT-REQUIRED             PIC 9(07) VALUE 0.
       01  QC-LOT-INSPECTED            PIC 9(07) VALUE 0.
       01  QC-LOT-VERDICT              PIC X(01) VALUE SPACE.
           88  QC-LOT-NOT-SAMPLED          VALUE SPACE.
           88  QC-LOT-ACCEPTED             VALUE "A".
           88  QC-LOT-REJECTED             VALUE "R".
           88  QC-LOT-SAMPLE-SHORT         VALUE "S".
           88  QC-LOT-NO-PLAN              VALUE "P".
       01  QC-LOT-RESUME-SWITCH        PIC X(01) VALUE "N".
           88  QC-LOT-RESUME-NORMAL        VALUE "Y".
       01  QC-LOT-RERUN-SWITCH         PIC X(01) VALUE "N".
           88  QC-LOT-RERUN                VALUE "Y".
       01  QC-HIST-SUB                 PIC 9(02) VALUE 0.
       01  QC-HIST-REJECTS             PIC 9(02) VALUE 0.
       01  QC-LOTS-NOT-ACCEPTED        PIC 9(05) VALUE 0.

      * STANDARD DEVIATION
       01  QC-VARIANCE                 PIC 9(13)V9(04) VALUE 0.
       01  QC-STD-DEVIATION            PIC 9(07)V9(04) VALUE 0.
           05  XL-READING-VALUE        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-SPEC-SIDE            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-CHAR-CODE            PIC X(04).

      * RUN-LEVEL CONTROLS ACROSS THE BATCH BREAKS
       01  QC-TOTAL-READINGS           PIC 9(07) VALUE 0.
               10  QC-CAL-LAST-DATE    PIC 9(08).
               10  QC-CAL-INTERVAL     PIC 9(03).
               10  QC-CAL-STATUS-CODE  PIC X(01).
               10  QC-CAL-GRR-DATE     PIC 9(08).
               10  QC-CAL-GRR-VERDICT  PIC X(01).
       01  QC-CAL-COUNT                PIC 9(02) VALUE 0.
       01  QC-CAL-SUB                  PIC 9(02) VALUE 0.
       01  QC-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
       01  QC-CAL-DUE-INT              PIC 9(08) VALUE 0.
       01  QC-CAL-DUE-DATE             PIC 9(08) VALUE 0.
       01  QC-CAL-DAYS-LEFT            PIC S9(05) VALUE 0.
      * A GAUGE R&R STUDY IS GOOD FOR A YEAR FROM ITS STUDY DATE
       01  QC-GRR-LAPSE-DAYS           PIC 9(03) VALUE 365.
       01  QC-GRR-LAPSE-INT            PIC 9(08) VALUE 0.
       01  QC-GRR-LAPSED-SWITCH        PIC X(01) VALUE "N".
           88  QC-GRR-LAPSED               VALUE "Y".

       01  CAL-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
           05  CD-STATUS           PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-FLAG             PIC X(12).
           05  FILLER              PIC X(05) VALUE " R&R ".
           05  CD-GRR-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-GRR-VERDICT      PIC X(01).

       01  QC-HLD-STATUS               PIC X(02) VALUE "00".
       01  QC-RHS-STATUS               PIC X(02) VALUE "00".
       01  QC-HOLD-COUNT               PIC 9(05) VALUE 0.

      * CERTIFICATE OF ANALYSIS -- ONE PAGE PER BATCH AT THE BATCH
           05  CS-LABEL            PIC X(20).
           05  CS-VALUE            PIC ZZZ,ZZ9.9999.

       01  CERT-COL-LINE.
           05  FILLER              PIC X(13) VALUE "CHAR  TESTED".
           05  FILLER              PIC X(11) VALUE "    AVERAGE".
           05  FILLER              PIC X(12) VALUE "     STD DEV".
           05  FILLER              PIC X(07) VALUE "     CP".
           05  FILLER              PIC X(08) VALUE "     CPK".
           05  FILLER              PIC X(09) VALUE "      LSL".
           05  FILLER              PIC X(09) VALUE "      USL".
           05  FILLER              PIC X(07) VALUE " RESULT".

       01  CERT-CHAR-LINE.
           05  CC-CHAR-CODE        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CC-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CC-AVERAGE          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CC-STD-DEV          PIC ZZ,ZZ9.9999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CC-CP               PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CC-CPK              PIC ---9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CC-LSL              PIC ZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CC-USL              PIC ZZZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CC-RESULT           PIC X(04).

       01  CERT-RESULT-LINE.
           05  FILLER              PIC X(16) VALUE
               "DISPOSITION     ".
           05  CT-RESULT           PIC X(24).

       01  CERT-PLAN-LINE.
           05  FILLER              PIC X(16) VALUE
               "SAMPLING PLAN   ".
           05  FILLER              PIC X(06) VALUE "LEVEL ".
           05  CP-LEVEL            PIC X(02).
           05  FILLER              PIC X(06) VALUE "  AQL ".
           05  CP-AQL              PIC Z9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CP-SEVERITY         PIC X(10).
           05  FILLER              PIC X(10) VALUE "LOT SIZE ".
           05  CP-LOT-SIZE         PIC Z,ZZZ,ZZ9.

       01  CERT-PLAN-COUNT-LINE.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "SAMPLE ".
           05  CP-SAMPLE           PIC ZZ,ZZ9.
           05  FILLER              PIC X(05) VALUE "  AC ".
           05  CP-ACCEPT           PIC ZZ9.
           05  FILLER              PIC X(05) VALUE "  RE ".
           05  CP-REJECT           PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "  INSPECTED ".
           05  CP-INSPECTED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE "  NONCF ".
           05  CP-NONCONF          PIC ZZ,ZZ9.

       01  CERT-LOT-LINE.
           05  FILLER              PIC X(16) VALUE
               "LOT VERDICT     ".
           05  CP-VERDICT          PIC X(40).

       01  CERT-SIGN-LINE.
           05  CG-LABEL            PIC X(22).
           05  FILLER              PIC X(12) VALUE
               "__________".

      * SPEC-LIMIT MASTER LOOKUP -- LONGEST MATCHING PATTERN FOR
      * THE CHARACTERISTIC WINS
       01  QC-SPC-STATUS               PIC X(02) VALUE "00".
       01  QC-SPC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-SPEC-MASTER          VALUE "Y".
               "AVERAGE-OF-THREE-NUMBERS".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               PERFORM 2000-PROCESS-READING THRU 2000-EXIT
                   UNTIL END-OF-READINGS
                      OR QC-SPEC-ABORT
               IF QC-BATCH-COUNT > 0 AND NOT QC-SPEC-ABORT
                   PERFORM 2500-END-BATCH THRU 2500-EXIT
               END-IF
               PERFORM 4000-PRINT-INSTRUMENTS THRU 4000-EXIT
           COMPUTE QC-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(QC-RUN-DATE)
           PERFORM 1500-LOAD-CAL-MASTER THRU 1500-EXIT
           PERFORM 1600-LOAD-SAMPLING-PLANS THRU 1600-EXIT
           OPEN OUTPUT CAL-DUE-REPORT-FILE
           IF QC-CDR-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CAL-DUE REPORT FILE -- "
                   QC-HLD-STATUS " ***"
               SET QC-OPEN-ERROR TO TRUE
           END-IF
           OPEN EXTEND READING-HISTORY-FILE
           IF QC-RHS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN READING-HISTORY FILE -- "
                   "STATUS " QC-RHS-STATUS " ***"
               SET QC-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT QC-READINGS-FILE
           IF QC-READ-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN QC-READINGS FILE -- STATUS "
           MOVE IC-LAST-CAL-DATE TO QC-CAL-LAST-DATE(QC-CAL-IDX)
           MOVE IC-CAL-INTERVAL TO QC-CAL-INTERVAL(QC-CAL-IDX)
           MOVE IC-STATUS TO QC-CAL-STATUS-CODE(QC-CAL-IDX)
           IF IC-GRR-DATE NUMERIC
               MOVE IC-GRR-DATE TO QC-CAL-GRR-DATE(QC-CAL-IDX)
           ELSE
               MOVE 0 TO QC-CAL-GRR-DATE(QC-CAL-IDX)
           END-IF
           MOVE IC-GRR-VERDICT TO QC-CAL-GRR-VERDICT(QC-CAL-IDX)
           PERFORM 1510-READ-CAL-MASTER THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *-----------------------
      * 1600-LOAD-SAMPLING-PLANS -- THE PLAN TABLE, AND THE PRODUCT
      * SAMPLING MASTER OPENED FOR UPDATE. WITH NO PRODUCT MASTER
      * ON FILE NO BATCH IS A SAMPLED LOT AND BATCHES ARE JUDGED ON
      * THEIR READINGS ALONE, AS BEFORE.
      *-----------------------
       1600-LOAD-SAMPLING-PLANS.
           MOVE 0 TO QC-PLAN-COUNT
           OPEN INPUT SAMPLING-PLAN-FILE
           IF QC-AQL-STATUS(1:1) = "0"
               PERFORM 1610-READ-PLAN THRU 1610-EXIT
               PERFORM 1620-STORE-PLAN THRU 1620-EXIT
                   UNTIL END-OF-PLAN-TABLE
           END-IF
           CLOSE SAMPLING-PLAN-FILE
           OPEN I-O PRODUCT-SAMPLING-FILE
           EVALUATE TRUE
               WHEN QC-PRD-STATUS = "00"
                   SET QC-PRODUCTS-ON-FILE TO TRUE
               WHEN QC-PRD-STATUS(1:1) = "0"
                   CLOSE PRODUCT-SAMPLING-FILE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN PRODUCT-SAMPLING "
                       "FILE -- STATUS " QC-PRD-STATUS " ***"
                   SET QC-OPEN-ERROR TO TRUE
           END-EVALUATE.
       1600-EXIT.
           EXIT.

       1610-READ-PLAN.
           READ SAMPLING-PLAN-FILE
               AT END
                   SET END-OF-PLAN-TABLE TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-STORE-PLAN.
           IF QC-PLAN-COUNT >= 200
               DISPLAY "*** MORE THAN 200 SAMPLING PLAN ROWS -- "
                   "THE REST ARE IGNORED ***"
               SET END-OF-PLAN-TABLE TO TRUE
               GO TO 1620-EXIT
           END-IF
           ADD 1 TO QC-PLAN-COUNT
           SET QC-PLAN-IDX TO QC-PLAN-COUNT
           MOVE PL-INSP-LEVEL TO QC-PL-LEVEL(QC-PLAN-IDX)
           MOVE PL-AQL TO QC-PL-AQL(QC-PLAN-IDX)
           MOVE PL-SEVERITY TO QC-PL-SEVERITY(QC-PLAN-IDX)
           MOVE PL-LOT-LOW TO QC-PL-LOT-LOW(QC-PLAN-IDX)
           MOVE PL-LOT-HIGH TO QC-PL-LOT-HIGH(QC-PLAN-IDX)
           MOVE PL-SAMPLE-SIZE TO QC-PL-SAMPLE(QC-PLAN-IDX)
           MOVE PL-ACCEPT-NO TO QC-PL-ACCEPT(QC-PLAN-IDX)
           MOVE PL-REJECT-NO TO QC-PL-REJECT(QC-PLAN-IDX)
           PERFORM 1610-READ-PLAN THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOOKUP-SPEC-LIMITS -- FIND THE LIMITS FOR THE BATCH AND
      * THE READING'S CHARACTERISTIC ON THE SPEC-LIMIT MASTER. A
      * PATTERN'S TRAILING SPACES MATCH ANY BATCH WITH THAT PREFIX,
      * AND THE LONGEST MATCHING PATTERN (THE MOST SPECIFIC ONE)
      * WINS.
      *-----------------------
       1300-LOOKUP-SPEC-LIMITS.
           MOVE "N" TO QC-SPEC-FOUND-SWITCH
               UNTIL QC-SPEC-SCAN-I = 0
                  OR QC-PATTERN-LENGTH > 0
           IF QC-PATTERN-LENGTH > QC-BEST-PATTERN-LENGTH
               AND QS-CHAR-CODE = QC-CHAR-CODE
               AND QC-BATCH-ID(1:QC-PATTERN-LENGTH)
                   = QS-BATCH-PATTERN(1:QC-PATTERN-LENGTH)
               SET QC-SPEC-FOUND TO TRUE

      *-----------------------
      * 2000-PROCESS-READING -- CONTROL BREAK ON CHANGE OF BATCH
      * ID, THEN FOLD THE READING INTO ITS CHARACTERISTIC'S AND ITS
      * INSTRUMENT'S ACCUMULATORS AND TEST IT AGAINST THE
      * CHARACTERISTIC'S SPEC LIMITS -- THE AVERAGE CHECK ALONE
      * LETS HIGHS AND LOWS CANCEL
      *-----------------------
       2000-PROCESS-READING.
           IF QC-READING-BATCH-ID NOT = QC-BATCH-ID
               IF QC-BATCH-COUNT > 0
                   PERFORM 2500-END-BATCH THRU 2500-EXIT
               END-IF
               PERFORM 2600-START-BATCH THRU 2600-EXIT
           END-IF
           PERFORM 2050-CHECK-INSTRUMENT THRU 2050-EXIT
           IF QC-INSTRUMENT-OK
               PERFORM 2300-FIND-CHARACTERISTIC THRU 2300-EXIT
               IF QC-SPEC-ABORT
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO QC-BATCH-COUNT
               ADD 1 TO QC-TOTAL-READINGS
               ADD 1 TO QC-CH-COUNT(QC-CHAR-SUB)
               ADD QC-READING-VALUE TO QC-CH-TOTAL(QC-CHAR-SUB)
               COMPUTE QC-CH-SUMSQ(QC-CHAR-SUB) =
                   QC-CH-SUMSQ(QC-CHAR-SUB) + QC-READING-VALUE ** 2
               PERFORM 2100-CHECK-ONE-READING THRU 2100-EXIT
               PERFORM 2200-ACCUMULATE-INSTRUMENT THRU 2200-EXIT
               PERFORM 2250-WRITE-READING-HISTORY THRU 2250-EXIT
           ELSE
               ADD 1 TO QC-COUNT-EXCLUDED
               PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
                   IF QC-RUN-DATE-INT > QC-CAL-DUE-INT
                       MOVE "N" TO QC-INSTRUMENT-OK-SWITCH
                       MOVE "CALOVRDUE" TO XL-SPEC-SIDE
                       GO TO 2050-EXIT
                   END-IF
           END-EVALUATE
           IF QC-INSTRUMENT-OK
               PERFORM 2070-CHECK-GAUGE-STUDY THRU 2070-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

           EXIT.

      *-----------------------
      * 2070-CHECK-GAUGE-STUDY -- A CALIBRATED GAUGE MUST ALSO BE
      * ABLE TO TELL GOOD PARTS FROM BAD: ITS LAST R&R STUDY MUST
      * NOT HAVE FAILED, AND MUST BE INSIDE ITS YEAR. A GAUGE NOT
      * YET STUDIED STILL PASSES, SO THE STUDIES CAN BE WORKED
      * THROUGH THE INSTRUMENT LIST WITHOUT STOPPING RELEASES.
      *-----------------------
       2070-CHECK-GAUGE-STUDY.
           IF QC-CAL-GRR-VERDICT(QC-CAL-IDX) = "U"
               MOVE "N" TO QC-INSTRUMENT-OK-SWITCH
               MOVE "GRRFAILED" TO XL-SPEC-SIDE
               GO TO 2070-EXIT
           END-IF
           PERFORM 2080-TEST-STUDY-LAPSE THRU 2080-EXIT
           IF QC-GRR-LAPSED
               MOVE "N" TO QC-INSTRUMENT-OK-SWITCH
               MOVE "GRRLAPSED" TO XL-SPEC-SIDE
           END-IF.
       2070-EXIT.
           EXIT.

       2080-TEST-STUDY-LAPSE.
           MOVE "N" TO QC-GRR-LAPSED-SWITCH
           IF QC-CAL-GRR-DATE(QC-CAL-IDX) = 0
               GO TO 2080-EXIT
           END-IF
           COMPUTE QC-GRR-LAPSE-INT =
               FUNCTION INTEGER-OF-DATE
                   (QC-CAL-GRR-DATE(QC-CAL-IDX))
               + QC-GRR-LAPSE-DAYS
           IF QC-RUN-DATE-INT > QC-GRR-LAPSE-INT
               MOVE "Y" TO QC-GRR-LAPSED-SWITCH
           END-IF.
       2080-EXIT.
           EXIT.

      *-----------------------
      * 2100-CHECK-ONE-READING -- ONE READING AGAINST ITS
      * CHARACTERISTIC'S LSL/USL; THE OUT-OF-SPEC ONES GO TO THE
      * EXCEPTIONS DETAIL FILE
      *-----------------------
       2100-CHECK-ONE-READING.
           EVALUATE TRUE
               WHEN QC-READING-VALUE < QC-CH-LSL(QC-CHAR-SUB)
                   ADD 1 TO QC-CH-NONCONF(QC-CHAR-SUB)
                   ADD 1 TO QC-BATCH-NONCONF
                   MOVE "BELOW LSL" TO XL-SPEC-SIDE
                   PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
               WHEN QC-READING-VALUE > QC-CH-USL(QC-CHAR-SUB)
                   ADD 1 TO QC-CH-NONCONF(QC-CHAR-SUB)
                   ADD 1 TO QC-BATCH-NONCONF
                   MOVE "ABOVE USL" TO XL-SPEC-SIDE
                   PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
               WHEN OTHER
                   ADD 1 TO QC-CH-CONFORM(QC-CHAR-SUB)
           END-EVALUATE.
       2100-EXIT.
           EXIT.
       2150-WRITE-EXCEPTION.
           MOVE QC-BATCH-ID TO XL-BATCH-ID
           MOVE QC-INSTRUMENT-ID TO XL-INSTRUMENT
           MOVE QC-BATCH-COUNT TO XL-READING-NO
           MOVE QC-READING-VALUE TO XL-READING-VALUE
           MOVE QC-CHAR-CODE TO XL-CHAR-CODE
           MOVE QC-EXCEPTION-LINE TO QC-EXCEPTION-RECORD
           WRITE QC-EXCEPTION-RECORD.
       2150-EXIT.
           EXIT.

      *-----------------------
      * 2250-WRITE-READING-HISTORY -- FILE THE READING UNDER ITS
      * GAUGE, SO A GAUGE LATER FOUND OUT OF TOLERANCE CAN BE TRACED
      * TO THE BATCHES IT MEASURED
      *-----------------------
       2250-WRITE-READING-HISTORY.
           MOVE QC-RUN-DATE TO RH-RUN-DATE
           MOVE QC-SHIFT TO RH-SHIFT
           MOVE QC-BATCH-ID TO RH-BATCH-ID
           MOVE QC-INSTRUMENT-ID TO RH-INSTRUMENT-ID
           MOVE QC-CHAR-CODE TO RH-CHAR-CODE
           MOVE QC-READING-VALUE TO RH-READING-VALUE
           MOVE QC-BATCH-LOT-SIZE TO RH-LOT-SIZE
           WRITE READING-HISTORY-RECORD.
       2250-EXIT.
           EXIT.

      *-----------------------
      * 2300-FIND-CHARACTERISTIC -- THE READING'S CHARACTERISTIC IN
      * THE BATCH TABLE. THE FIRST READING OF ONE OPENS ITS ENTRY
      * AND LOOKS UP ITS SPEC LIMITS; A CHARACTERISTIC WITH NO
      * LIMITS ON FILE, OR ONE MORE THAN THE TABLE HOLDS, STOPS THE
      * RUN RIGHT THERE.
      *-----------------------
       2300-FIND-CHARACTERISTIC.
           MOVE "N" TO QC-CHAR-FOUND-SWITCH
           PERFORM 2310-SEARCH-CHARACTERISTIC THRU 2310-EXIT
               VARYING QC-CHAR-IDX FROM 1 BY 1
               UNTIL QC-CHAR-IDX > QC-CHAR-USED
                  OR QC-CHAR-FOUND
           IF QC-CHAR-FOUND
               GO TO 2300-EXIT
           END-IF
           IF QC-CHAR-USED >= 10
               DISPLAY "*** MORE THAN 10 CHARACTERISTICS IN BATCH "
                   QC-BATCH-ID " -- RUN STOPPED ***"
               MOVE "Y" TO QC-SPEC-ABORT-SWITCH
               GO TO 2300-EXIT
           END-IF
           PERFORM 1300-LOOKUP-SPEC-LIMITS THRU 1300-EXIT
           IF NOT QC-SPEC-FOUND
               DISPLAY "*** NO SPEC LIMITS ON FILE FOR BATCH "
                   QC-BATCH-ID " CHARACTERISTIC " QC-CHAR-CODE
                   " -- RUN STOPPED ***"
               MOVE "Y" TO QC-SPEC-ABORT-SWITCH
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO QC-CHAR-USED
           MOVE QC-CHAR-USED TO QC-CHAR-SUB
           MOVE QC-CHAR-CODE TO QC-CH-CODE(QC-CHAR-SUB)
           MOVE 0 TO QC-CH-COUNT(QC-CHAR-SUB)
           MOVE 0 TO QC-CH-TOTAL(QC-CHAR-SUB)
           MOVE 0 TO QC-CH-SUMSQ(QC-CHAR-SUB)
           MOVE 0 TO QC-CH-CONFORM(QC-CHAR-SUB)
           MOVE 0 TO QC-CH-NONCONF(QC-CHAR-SUB)
           MOVE QC-LOWER-SPEC-LIMIT TO QC-CH-LSL(QC-CHAR-SUB)
           MOVE QC-UPPER-SPEC-LIMIT TO QC-CH-USL(QC-CHAR-SUB).
       2300-EXIT.
           EXIT.

       2310-SEARCH-CHARACTERISTIC.
           IF QC-CH-CODE(QC-CHAR-IDX) = QC-CHAR-CODE
               SET QC-CHAR-FOUND TO TRUE
               SET QC-CHAR-SUB TO QC-CHAR-IDX
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2500-END-BATCH -- CLOSE OUT THE CURRENT BATCH ONE
      * CHARACTERISTIC AT A TIME, JUDGE IT AS A LOT WHERE IT IS
      * ONE, THEN HOLD THE BATCH IF ANY CHARACTERISTIC CAME OUT OF
      * TOLERANCE OR THE LOT WAS NOT ACCEPTED, AND PRINT ITS
      * CERTIFICATE
      *-----------------------
       2500-END-BATCH.
           ADD 1 TO QC-BATCHES-DONE
           MOVE 0 TO QC-FAIL-COUNT
           MOVE SPACES TO QC-FAIL-CHAR-CODE
           MOVE 0 TO QC-FAIL-AVERAGE
           PERFORM 2510-END-CHARACTERISTIC THRU 2510-EXIT
               VARYING QC-CHAR-IDX FROM 1 BY 1
               UNTIL QC-CHAR-IDX > QC-CHAR-USED
           PERFORM 2700-JUDGE-LOT THRU 2700-EXIT
           IF QC-FAIL-COUNT > 0
               OR QC-LOT-REJECTED
               OR QC-LOT-SAMPLE-SHORT
               OR QC-LOT-NO-PLAN
               MOVE "Y" TO QC-ANY-OUT-SWITCH
               ADD 1 TO QC-HOLD-COUNT
               MOVE QC-BATCH-ID TO QH-BATCH-ID
               MOVE QC-RUN-DATE TO QH-HOLD-DATE
               MOVE QC-SHIFT TO QH-SHIFT
               MOVE QC-BATCH-COUNT TO QH-READING-COUNT
               MOVE QC-FAIL-AVERAGE TO QH-AVERAGE
               MOVE QC-BATCH-NONCONF TO QH-NONCONF-COUNT
               MOVE QC-FAIL-CHAR-CODE TO QH-CHAR-CODE
               MOVE QC-FAIL-COUNT TO QH-FAIL-COUNT
               MOVE QC-LOT-VERDICT TO QH-LOT-VERDICT
               MOVE SPACES TO QH-SUSPECT-GAUGE
               MOVE QC-BATCH-LOT-SIZE TO QH-BATCH-SIZE
               WRITE HOLD-RECORD
           END-IF
           PERFORM 2550-WRITE-CERTIFICATE THRU 2550-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------
      * 2510-END-CHARACTERISTIC -- ONE CHARACTERISTIC'S AVERAGE,
      * STANDARD DEVIATION, CAPABILITY AND TOLERANCE, ITS SUMMARY
      * LINE, AND THE OPERATOR'S FIGURES. THE RESULTS GO BACK INTO
      * THE TABLE FOR THE CERTIFICATE.
      *-----------------------
       2510-END-CHARACTERISTIC.
           SET QC-CHAR-SUB TO QC-CHAR-IDX
           MOVE QC-CH-COUNT(QC-CHAR-SUB) TO QC-READING-COUNT
           MOVE QC-CH-TOTAL(QC-CHAR-SUB) TO QC-READING-TOTAL
           MOVE QC-CH-SUMSQ(QC-CHAR-SUB) TO QC-SUM-OF-SQUARES
           MOVE QC-CH-CONFORM(QC-CHAR-SUB) TO QC-COUNT-CONFORM
           MOVE QC-CH-NONCONF(QC-CHAR-SUB) TO QC-COUNT-NONCONF
           MOVE QC-CH-LSL(QC-CHAR-SUB) TO QC-LOWER-SPEC-LIMIT
           MOVE QC-CH-USL(QC-CHAR-SUB) TO QC-UPPER-SPEC-LIMIT
           COMPUTE AVERAGE = QC-READING-TOTAL / QC-READING-COUNT
           PERFORM 3050-COMPUTE-STD-DEVIATION THRU 3050-EXIT
           PERFORM 3075-COMPUTE-CAPABILITY THRU 3075-EXIT
           PERFORM 3100-CHECK-TOLERANCE THRU 3100-EXIT
           MOVE AVERAGE TO QC-CH-AVERAGE(QC-CHAR-SUB)
           MOVE QC-STD-DEVIATION TO QC-CH-STD-DEV(QC-CHAR-SUB)
           MOVE QC-CP TO QC-CH-CP(QC-CHAR-SUB)
           MOVE QC-CPK TO QC-CH-CPK(QC-CHAR-SUB)
           MOVE QC-IN-TOLERANCE-SWITCH
               TO QC-CH-TOL-SWITCH(QC-CHAR-SUB)
           DISPLAY "BATCH " QC-BATCH-ID
               " CHAR " QC-CH-CODE(QC-CHAR-SUB)
               " READINGS " QC-READING-COUNT
               " AVERAGE " AVERAGE
               " STD DEV " QC-STD-DEVIATION
               " DEFECT PCT " QC-DEFECT-RATE
               " CP " QC-CP " CPK " QC-CPK
           IF NOT QC-IN-TOLERANCE
               ADD 1 TO QC-FAIL-COUNT
               IF QC-FAIL-COUNT = 1
                   MOVE QC-CH-CODE(QC-CHAR-SUB) TO QC-FAIL-CHAR-CODE
                   MOVE AVERAGE TO QC-FAIL-AVERAGE
               END-IF
           END-IF
           PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
       2510-EXIT.
           EXIT.

      *-----------------------
      * 2550-WRITE-CERTIFICATE -- THE BATCH'S ONE-PAGE CERTIFICATE:
      * ONE LINE PER CHARACTERISTIC WITH EVERYTHING THE BATCH BREAK
      * JUST COMPUTED AND THE SPEC LIMITS IT WAS JUDGED AGAINST, THE
      * BATCH'S PASS/FAIL CALL, AND THE SIGNATURE LINES QUALITY AND
      * THE LAB SUPERVISOR INITIAL
      *-----------------------
       2550-WRITE-CERTIFICATE.
           ADD 1 TO QC-CERT-COUNT
           MOVE CERT-BATCH-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "READINGS TESTED" TO CS-LABEL
           MOVE QC-BATCH-COUNT TO CS-VALUE
           MOVE CERT-STAT-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE CERT-COL-LINE TO CERT-LINE
           WRITE CERT-LINE
           PERFORM 2560-WRITE-CERT-CHARACTERISTIC THRU 2560-EXIT
               VARYING QC-CHAR-IDX FROM 1 BY 1
               UNTIL QC-CHAR-IDX > QC-CHAR-USED
           IF NOT QC-LOT-NOT-SAMPLED
               PERFORM 2570-WRITE-CERT-PLAN THRU 2570-EXIT
           END-IF
           EVALUATE TRUE
               WHEN QC-FAIL-COUNT > 0
                   MOVE "FAIL - SEE EXCEPTIONS" TO CT-RESULT
               WHEN QC-LOT-ACCEPTED
                   MOVE "PASS" TO CT-RESULT
               WHEN NOT QC-LOT-NOT-SAMPLED
                   MOVE "FAIL - LOT NOT ACCEPTED" TO CT-RESULT
               WHEN QC-BATCH-NONCONF = 0
                   MOVE "PASS" TO CT-RESULT
               WHEN OTHER
                   MOVE "FAIL - SEE EXCEPTIONS" TO CT-RESULT
           END-EVALUATE
           MOVE CERT-RESULT-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "QUALITY REVIEW:     " TO CG-LABEL
       2550-EXIT.
           EXIT.

       2560-WRITE-CERT-CHARACTERISTIC.
           MOVE QC-CH-CODE(QC-CHAR-IDX) TO CC-CHAR-CODE
           MOVE QC-CH-COUNT(QC-CHAR-IDX) TO CC-COUNT
           MOVE QC-CH-AVERAGE(QC-CHAR-IDX) TO CC-AVERAGE
           MOVE QC-CH-STD-DEV(QC-CHAR-IDX) TO CC-STD-DEV
           MOVE QC-CH-CP(QC-CHAR-IDX) TO CC-CP
           MOVE QC-CH-CPK(QC-CHAR-IDX) TO CC-CPK
           MOVE QC-CH-LSL(QC-CHAR-IDX) TO CC-LSL
           MOVE QC-CH-USL(QC-CHAR-IDX) TO CC-USL
           EVALUATE TRUE
               WHEN NOT QC-CH-IN-TOLERANCE(QC-CHAR-IDX)
                   MOVE "FAIL" TO CC-RESULT
               WHEN QC-CH-NONCONF(QC-CHAR-IDX) = 0
                   MOVE "PASS" TO CC-RESULT
               WHEN NOT QC-LOT-NOT-SAMPLED
                   MOVE "NCF " TO CC-RESULT
               WHEN OTHER
                   MOVE "FAIL" TO CC-RESULT
           END-EVALUATE
           MOVE CERT-CHAR-LINE TO CERT-LINE
           WRITE CERT-LINE.
       2560-EXIT.
           EXIT.

      *-----------------------
      * 2570-WRITE-CERT-PLAN -- THE SAMPLING PLAN THE LOT WAS JUDGED
      * BY AND ITS VERDICT
      *-----------------------
       2570-WRITE-CERT-PLAN.
           MOVE PR-INSP-LEVEL TO CP-LEVEL
           MOVE PR-AQL TO CP-AQL
           EVALUATE QC-LOT-SEVERITY
               WHEN "T"
                   MOVE "TIGHTENED" TO CP-SEVERITY
               WHEN "R"
                   MOVE "REDUCED" TO CP-SEVERITY
               WHEN OTHER
                   MOVE "NORMAL" TO CP-SEVERITY
           END-EVALUATE
           MOVE QC-BATCH-LOT-SIZE TO CP-LOT-SIZE
           MOVE CERT-PLAN-LINE TO CERT-LINE
           WRITE CERT-LINE
           IF QC-PLAN-FOUND
               MOVE QC-PL-SAMPLE(QC-PLAN-SUB) TO CP-SAMPLE
               MOVE QC-PL-ACCEPT(QC-PLAN-SUB) TO CP-ACCEPT
               MOVE QC-PL-REJECT(QC-PLAN-SUB) TO CP-REJECT
           ELSE
               MOVE 0 TO CP-SAMPLE
               MOVE 0 TO CP-ACCEPT
               MOVE 0 TO CP-REJECT
           END-IF
           MOVE QC-LOT-INSPECTED TO CP-INSPECTED
           MOVE QC-BATCH-NONCONF TO CP-NONCONF
           MOVE CERT-PLAN-COUNT-LINE TO CERT-LINE
           WRITE CERT-LINE
           EVALUATE TRUE
               WHEN QC-LOT-ACCEPTED AND QC-LOT-RESUME-NORMAL
                   MOVE "ACCEPTED -- NORMAL INSPECTION RESUMES"
                       TO CP-VERDICT
               WHEN QC-LOT-ACCEPTED
                   MOVE "ACCEPTED" TO CP-VERDICT
               WHEN QC-LOT-REJECTED
                   MOVE "REJECTED" TO CP-VERDICT
               WHEN QC-LOT-SAMPLE-SHORT
                   MOVE "NOT JUDGED -- TOO FEW UNITS INSPECTED"
                       TO CP-VERDICT
               WHEN OTHER
                   MOVE "NOT JUDGED -- NO PLAN FOR THIS LOT SIZE"
                       TO CP-VERDICT
           END-EVALUATE
           MOVE CERT-LOT-LINE TO CERT-LINE
           WRITE CERT-LINE.
       2570-EXIT.
           EXIT.

      *-----------------------
      * 2600-START-BATCH -- NEW BATCH: RESET THE BATCH ACCUMULATORS
      * AND EMPTY ITS CHARACTERISTIC TABLE. EACH CHARACTERISTIC'S
      * SPEC LIMITS ARE LOOKED UP AT ITS FIRST READING.
      *-----------------------
       2600-START-BATCH.
           MOVE QC-READING-BATCH-ID TO QC-BATCH-ID
           MOVE 0 TO QC-BATCH-COUNT
           MOVE 0 TO QC-BATCH-NONCONF
           MOVE 0 TO QC-CHAR-USED
           IF QC-LOT-SIZE NUMERIC
               MOVE QC-LOT-SIZE TO QC-BATCH-LOT-SIZE
           ELSE
               MOVE 0 TO QC-BATCH-LOT-SIZE
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------
      * 2700-JUDGE-LOT -- A BATCH WITH A LOT SIZE WHOSE PRODUCT IS
      * ON THE SAMPLING MASTER IS A LOT: FIND THE PLAN FOR ITS LOT
      * SIZE AT THE SEVERITY IN FORCE, CHECK ENOUGH UNITS WERE
      * INSPECTED (EVERY CHARACTERISTIC MEASURED ON THE WHOLE
      * SAMPLE, OR THE WHOLE LOT WHEN IT IS SMALLER), AND JUDGE ITS
      * NONCONFORMING COUNT AGAINST THE ACCEPT/REJECT NUMBERS. A
      * JUDGED LOT GOES INTO THE PRODUCT'S HISTORY AND THE
      * SWITCHING RULES ARE APPLIED -- ONCE: A LOT ALREADY IN THE
      * HISTORY FOR TODAY IS A RERUN, JUDGED AT THE SEVERITY IT WAS
      * JUDGED AT AND NOT COUNTED AGAIN.
      *-----------------------
       2700-JUDGE-LOT.
           MOVE SPACE TO QC-LOT-VERDICT
           MOVE "N" TO QC-LOT-RESUME-SWITCH
           MOVE "N" TO QC-LOT-RERUN-SWITCH
           MOVE "N" TO QC-PLAN-FOUND-SWITCH
           MOVE 0 TO QC-LOT-INSPECTED
           IF QC-BATCH-LOT-SIZE = 0 OR NOT QC-PRODUCTS-ON-FILE
               GO TO 2700-EXIT
           END-IF
           PERFORM 2710-FIND-PRODUCT THRU 2710-EXIT
           IF NOT QC-PROD-FOUND
               GO TO 2700-EXIT
           END-IF
           MOVE PR-SEVERITY TO QC-LOT-SEVERITY
           PERFORM 2720-CHECK-RERUN THRU 2720-EXIT
               VARYING QC-HIST-SUB FROM 1 BY 1
               UNTIL QC-HIST-SUB > 10 OR QC-LOT-RERUN
           PERFORM 2730-MATCH-PLAN THRU 2730-EXIT
               VARYING QC-PLAN-IDX FROM 1 BY 1
               UNTIL QC-PLAN-IDX > QC-PLAN-COUNT
                  OR QC-PLAN-FOUND
           MOVE 9999999 TO QC-LOT-INSPECTED
           PERFORM 2740-COUNT-INSPECTED THRU 2740-EXIT
               VARYING QC-CHAR-IDX FROM 1 BY 1
               UNTIL QC-CHAR-IDX > QC-CHAR-USED
           IF NOT QC-PLAN-FOUND
               MOVE "P" TO QC-LOT-VERDICT
               GO TO 2700-REPORT
           END-IF
           MOVE QC-PL-SAMPLE(QC-PLAN-SUB) TO QC-LOT-REQUIRED
           IF QC-LOT-REQUIRED > QC-BATCH-LOT-SIZE
               MOVE QC-BATCH-LOT-SIZE TO QC-LOT-REQUIRED
           END-IF
           EVALUATE TRUE
               WHEN QC-LOT-INSPECTED < QC-LOT-REQUIRED
                   MOVE "S" TO QC-LOT-VERDICT
               WHEN QC-BATCH-NONCONF NOT > QC-PL-ACCEPT(QC-PLAN-SUB)
                   MOVE "A" TO QC-LOT-VERDICT
               WHEN QC-BATCH-NONCONF NOT < QC-PL-REJECT(QC-PLAN-SUB)
                   MOVE "R" TO QC-LOT-VERDICT
               WHEN OTHER
                   MOVE "A" TO QC-LOT-VERDICT
                   SET QC-LOT-RESUME-NORMAL TO TRUE
           END-EVALUATE
           IF (QC-LOT-ACCEPTED OR QC-LOT-REJECTED)
               AND NOT QC-LOT-RERUN
               PERFORM 2750-APPLY-SWITCHING THRU 2750-EXIT
           END-IF.
       2700-REPORT.
           IF NOT QC-LOT-ACCEPTED
               ADD 1 TO QC-LOTS-NOT-ACCEPTED
           END-IF
           DISPLAY "  LOT " QC-BATCH-ID " SIZE " QC-BATCH-LOT-SIZE
               " SEVERITY " QC-LOT-SEVERITY
               " INSPECTED " QC-LOT-INSPECTED
               " NONCONF " QC-BATCH-NONCONF
               " VERDICT " QC-LOT-VERDICT.
       2700-EXIT.
           EXIT.

      *-----------------------
      * 2710-FIND-PRODUCT -- THE LONGEST PRODUCT PATTERN ON THE
      * SAMPLING MASTER THAT PREFIXES THE BATCH ID
      *-----------------------
       2710-FIND-PRODUCT.
           MOVE "N" TO QC-PROD-FOUND-SWITCH
           PERFORM 2715-TRY-PRODUCT-KEY THRU 2715-EXIT
               VARYING QC-PROD-LEN FROM 6 BY -1
               UNTIL QC-PROD-LEN < 1 OR QC-PROD-FOUND.
       2710-EXIT.
           EXIT.

       2715-TRY-PRODUCT-KEY.
           MOVE SPACES TO PR-PRODUCT
           MOVE QC-BATCH-ID(1:QC-PROD-LEN)
               TO PR-PRODUCT(1:QC-PROD-LEN)
           READ PRODUCT-SAMPLING-FILE
               INVALID KEY
                   GO TO 2715-EXIT
           END-READ
           SET QC-PROD-FOUND TO TRUE.
       2715-EXIT.
           EXIT.

       2720-CHECK-RERUN.
           IF PR-HIST-BATCH(QC-HIST-SUB) = QC-BATCH-ID
               AND PR-HIST-DATE(QC-HIST-SUB) = QC-RUN-DATE
               SET QC-LOT-RERUN TO TRUE
               MOVE PR-HIST-SEVERITY(QC-HIST-SUB) TO QC-LOT-SEVERITY
           END-IF.
       2720-EXIT.
           EXIT.

       2730-MATCH-PLAN.
           IF QC-PL-LEVEL(QC-PLAN-IDX) = PR-INSP-LEVEL
               AND QC-PL-AQL(QC-PLAN-IDX) = PR-AQL
               AND QC-PL-SEVERITY(QC-PLAN-IDX) = QC-LOT-SEVERITY
               AND QC-PL-LOT-LOW(QC-PLAN-IDX)
                   NOT > QC-BATCH-LOT-SIZE
               AND QC-PL-LOT-HIGH(QC-PLAN-IDX)
                   NOT < QC-BATCH-LOT-SIZE
               SET QC-PLAN-FOUND TO TRUE
               SET QC-PLAN-SUB TO QC-PLAN-IDX
           END-IF.
       2730-EXIT.
           EXIT.

      *-----------------------
      * 2740-COUNT-INSPECTED -- A UNIT COUNTS AS INSPECTED WHEN
      * EVERY CHARACTERISTIC WAS MEASURED ON IT, SO THE UNITS
      * INSPECTED ARE THE FEWEST READINGS ANY CHARACTERISTIC GOT
      *-----------------------
       2740-COUNT-INSPECTED.
           IF QC-CH-COUNT(QC-CHAR-IDX) < QC-LOT-INSPECTED
               MOVE QC-CH-COUNT(QC-CHAR-IDX) TO QC-LOT-INSPECTED
           END-IF.
       2740-EXIT.
           EXIT.

      *-----------------------
      * 2750-APPLY-SWITCHING -- FILE THE LOT IN THE PRODUCT'S
      * HISTORY AND SWITCH SEVERITY:
      *   NORMAL TO TIGHTENED  2 OF THE LAST 5 NORMAL LOTS REJECTED
      *   NORMAL TO REDUCED    10 CONSECUTIVE LOTS ACCEPTED
      *   TIGHTENED TO NORMAL  5 CONSECUTIVE LOTS ACCEPTED
      *   REDUCED TO NORMAL    A LOT REJECTED, OR ACCEPTED BETWEEN
      *                        THE ACCEPT AND REJECT NUMBERS
      *-----------------------
       2750-APPLY-SWITCHING.
           PERFORM 2755-SHIFT-HISTORY THRU 2755-EXIT
               VARYING QC-HIST-SUB FROM 10 BY -1
               UNTIL QC-HIST-SUB < 2
           MOVE QC-BATCH-ID TO PR-HIST-BATCH(1)
           MOVE QC-RUN-DATE TO PR-HIST-DATE(1)
           MOVE QC-LOT-SEVERITY TO PR-HIST-SEVERITY(1)
           MOVE QC-LOT-VERDICT TO PR-HIST-RESULT(1)
           IF QC-LOT-ACCEPTED
               ADD 1 TO PR-CONSEC-ACCEPT
           ELSE
               MOVE 0 TO PR-CONSEC-ACCEPT
           END-IF
           EVALUATE TRUE
               WHEN PR-TIGHTENED
                   IF PR-CONSEC-ACCEPT >= 5
                       MOVE "N" TO PR-SEVERITY
                       MOVE 0 TO PR-CONSEC-ACCEPT
                   END-IF
               WHEN PR-REDUCED
                   IF QC-LOT-REJECTED OR QC-LOT-RESUME-NORMAL
                       MOVE "N" TO PR-SEVERITY
                       MOVE 0 TO PR-CONSEC-ACCEPT
                       SET QC-LOT-RESUME-NORMAL TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO PR-SEVERITY
                   MOVE 0 TO QC-HIST-REJECTS
                   PERFORM 2760-COUNT-NORMAL-REJECT THRU 2760-EXIT
                       VARYING QC-HIST-SUB FROM 1 BY 1
                       UNTIL QC-HIST-SUB > 5
                   EVALUATE TRUE
                       WHEN QC-HIST-REJECTS >= 2
                           MOVE "T" TO PR-SEVERITY
                           MOVE 0 TO PR-CONSEC-ACCEPT
                       WHEN PR-CONSEC-ACCEPT >= 10
                           MOVE "R" TO PR-SEVERITY
                           MOVE 0 TO PR-CONSEC-ACCEPT
                   END-EVALUATE
           END-EVALUATE
           IF PR-SEVERITY NOT = QC-LOT-SEVERITY
               DISPLAY "  PRODUCT " PR-PRODUCT " SWITCHES FROM "
                   QC-LOT-SEVERITY " TO " PR-SEVERITY
                   " INSPECTION"
           END-IF
           REWRITE PRODUCT-SAMPLING-RECORD
               INVALID KEY
                   DISPLAY "*** PRODUCT-SAMPLING REWRITE FAILED "
                       "FOR " PR-PRODUCT " -- STATUS "
                       QC-PRD-STATUS " ***"
           END-REWRITE.
       2750-EXIT.
           EXIT.

       2755-SHIFT-HISTORY.
           MOVE PR-LOT-HISTORY(QC-HIST-SUB - 1)
               TO PR-LOT-HISTORY(QC-HIST-SUB).
       2755-EXIT.
           EXIT.

       2760-COUNT-NORMAL-REJECT.
           IF PR-HIST-SEVERITY(QC-HIST-SUB) = "N"
               AND PR-HIST-RESULT(QC-HIST-SUB) = "R"
               ADD 1 TO QC-HIST-REJECTS
           END-IF.
       2760-EXIT.
           EXIT.

      *-----------------------
      * 3050-COMPUTE-STD-DEVIATION -- POPULATION STANDARD DEVIATION
      * OF THE READINGS, USING THE SUM-OF-SQUARES ACCUMULATED WHILE
               FUNCTION DATE-OF-INTEGER(QC-CAL-DUE-INT)
           MOVE QC-CAL-DUE-DATE TO CD-DUE-DATE
           MOVE QC-CAL-STATUS-CODE(QC-CAL-IDX) TO CD-STATUS
           MOVE QC-CAL-GRR-DATE(QC-CAL-IDX) TO CD-GRR-DATE
           MOVE QC-CAL-GRR-VERDICT(QC-CAL-IDX) TO CD-GRR-VERDICT
           PERFORM 2080-TEST-STUDY-LAPSE THRU 2080-EXIT
           COMPUTE QC-CAL-DAYS-LEFT =
               QC-CAL-DUE-INT - QC-RUN-DATE-INT
           EVALUATE TRUE
                   MOVE "OUT OF SVC" TO CD-FLAG
               WHEN QC-CAL-DAYS-LEFT < 0
                   MOVE "OVERDUE" TO CD-FLAG
               WHEN QC-CAL-GRR-VERDICT(QC-CAL-IDX) = "U"
                   MOVE "R&R FAILED" TO CD-FLAG
               WHEN QC-GRR-LAPSED
                   MOVE "R&R LAPSED" TO CD-FLAG
               WHEN QC-CAL-DAYS-LEFT <= 7
                   MOVE "DUE THIS WK" TO CD-FLAG
               WHEN OTHER
               WHEN QC-ANY-OUT-OF-TOLERANCE
                   DISPLAY "BATCHES PROCESSED...: " QC-BATCHES-DONE
                   DISPLAY "READINGS PROCESSED..: " QC-TOTAL-READINGS
                   DISPLAY "LOTS NOT ACCEPTED...: "
                       QC-LOTS-NOT-ACCEPTED
                   DISPLAY "SPEC LIMIT CHECK....: *** AT LEAST ONE "
                       "BATCH OUT OF TOLERANCE OR LOT NOT "
                       "ACCEPTED ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "BATCHES PROCESSED...: " QC-BATCHES-DONE
                       "TOLERANCE"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           COMPUTE JV-RECORDS-READ =
               QC-TOTAL-READINGS + QC-COUNT-EXCLUDED
           MOVE QC-TRL-COUNT TO JV-RECORDS-WRITTEN
           MOVE QC-COUNT-EXCLUDED TO JV-RECORDS-REJECTED
           MOVE QC-TRL-HASH TO JV-AMOUNT-TOTAL
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME QC-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           IF QC-TRL-COUNT > 0
               PERFORM 9200-WRITE-TRAILER THRU 9200-EXIT
           END-IF
           CLOSE QC-EXCEPTION-FILE
           CLOSE CAL-DUE-REPORT-FILE
           CLOSE CERTIFICATE-FILE
           CLOSE HOLD-FILE
           CLOSE READING-HISTORY-FILE
           IF QC-PRODUCTS-ON-FILE
               CLOSE PRODUCT-SAMPLING-FILE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------
      * 9100-WRITE-SUMMARY -- APPEND ONE CHARACTERISTIC'S RESULTS
      * FOR THE BATCH TO THE DAILY QC SUMMARY FILE
      *-----------------------
       9100-WRITE-SUMMARY.
           MOVE QC-RUN-DATE TO SL-RUN-DATE
           MOVE QC-IN-TOLERANCE-SWITCH TO SL-TOLERANCE-FLAG
           MOVE QC-LOWER-SPEC-LIMIT TO SL-LSL
           MOVE QC-UPPER-SPEC-LIMIT TO SL-USL
           MOVE QC-CH-CODE(QC-CHAR-SUB) TO SL-CHAR-CODE
           MOVE QC-SUMMARY-LINE TO QC-SUMMARY-RECORD
           WRITE QC-SUMMARY-RECORD
           ADD 1 TO QC-TRL-COUNT
