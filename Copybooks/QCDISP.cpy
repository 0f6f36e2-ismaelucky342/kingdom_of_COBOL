      *-----------------------
      * QCDISP -- QC DISPOSITION LOG RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE KEYED RECORD PER DISPOSITION TAKEN: WHAT WAS DECIDED,
      * WHO DECIDED IT, AND -- FOR A REWORK -- THE NEW BATCH ID IT
      * RE-TESTS UNDER. THE SEQUENCE BREAKS TIES WHEN ONE BATCH IS
      * WORKED MORE THAN ONCE. QC-MATERIAL-REVIEW WRITES IT; THE
      * COST-OF-QUALITY RUN VALUES THE SCRAP AND REWORK DECISIONS
      * BY QD-BATCH-SIZE, THE UNITS IN THE BATCH (ZERO WHEN NOT
      * KNOWN).
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION, TAKEN FROM QC-MATERIAL-
      *                  REVIEW'S OWN FD, WITH THE BATCH SIZE ADDED
      *                  ON THE END.
      *-----------------------
       01  DISPOSITION-RECORD.
           05  QD-KEY.
               10  QD-BATCH-ID         PIC X(06).
               10  QD-HOLD-DATE        PIC 9(08).
               10  QD-SEQ              PIC 9(03).
           05  QD-DISPOSITION          PIC X(01).
               88  QD-DISP-HOLD            VALUE "H".
               88  QD-DISP-REWORK          VALUE "R".
               88  QD-DISP-DEVIATION       VALUE "S".
               88  QD-DISP-SCRAP           VALUE "X".
           05  QD-REVIEWER             PIC X(03).
           05  QD-REWORK-BATCH         PIC X(06).
           05  QD-ACTION-DATE          PIC 9(08).
           05  QD-BATCH-SIZE           PIC 9(07).
