      *-----------------------
      * QCHOLD -- QC HELD-BATCH RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER BATCH PUT ON HOLD FOR MATERIAL REVIEW. THE QC
      * RUN HOLDS A BATCH WITH A CHARACTERISTIC OUT OF TOLERANCE OR
      * A LOT NOT ACCEPTED ON ITS SAMPLING PLAN; THE CALIBRATION
      * EVENT RUN HOLDS EVERY BATCH MEASURED ON A GAUGE SINCE ITS
      * LAST GOOD CALIBRATION WHEN THE GAUGE IS FOUND OUT OF
      * TOLERANCE, AND NAMES THE GAUGE IN QH-SUSPECT-GAUGE (BLANK
      * ON THE QC RUN'S OWN HOLDS). QC-MATERIAL-REVIEW WORKS THE
      * FILE. QH-BATCH-SIZE IS THE NUMBER OF UNITS IN THE BATCH,
      * WHICH THE COST-OF-QUALITY RUN VALUES A SCRAP OR REWORK BY;
      * ZERO WHEN THE READINGS DID NOT CARRY A LOT SIZE.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION, TAKEN FROM THE QC RUN'S AND
      *                  MATERIAL REVIEW'S OWN FDS, WITH THE SUSPECT
      *                  GAUGE ADDED ON THE END (49 BYTES).
      * 2026-10-15  JCM  ADDED QH-BATCH-SIZE ON THE END (56 BYTES).
      *-----------------------
       01  HOLD-RECORD.
           05  QH-BATCH-ID             PIC X(06).
           05  QH-HOLD-DATE            PIC 9(08).
           05  QH-SHIFT                PIC X(01).
           05  QH-READING-COUNT        PIC 9(07).
           05  QH-AVERAGE              PIC 9(07)V9(02).
           05  QH-NONCONF-COUNT        PIC 9(07).
           05  QH-CHAR-CODE            PIC X(04).
           05  QH-FAIL-COUNT           PIC 9(02).
           05  QH-LOT-VERDICT          PIC X(01).
               88  QH-LOT-REJECTED         VALUE "R".
               88  QH-LOT-SAMPLE-SHORT     VALUE "S".
               88  QH-LOT-NO-PLAN          VALUE "P".
           05  QH-SUSPECT-GAUGE        PIC X(04).
           05  QH-BATCH-SIZE           PIC 9(07).
