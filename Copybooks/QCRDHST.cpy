      *-----------------------
      * QCRDHST -- QC READING HISTORY RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER READING THE QC RUN ACCEPTED FROM A GAUGE IN
      * GOOD STANDING, APPENDED RUN BY RUN IN RUN-DATE ORDER. THE
      * CALIBRATION EVENT RUN SEARCHES IT BY INSTRUMENT TO FIND THE
      * BATCHES A GAUGE FOUND OUT OF TOLERANCE HAS MEASURED. A RERUN
      * OF THE QC RUN APPENDS THE DAY'S READINGS AGAIN; READERS TAKE
      * BATCHES, NOT READINGS, FROM IT.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      * 2026-10-15  JCM  ADDED RH-LOT-SIZE, THE BATCH'S LOT SIZE AS
      *                  THE QC RUN TOOK IT, SO A BATCH HELD FROM THE
      *                  HISTORY CARRIES ITS SIZE TO COSTING.
      *-----------------------
       01  READING-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC 9(08).
           05  RH-SHIFT                PIC X(01).
           05  RH-BATCH-ID             PIC X(06).
           05  RH-INSTRUMENT-ID        PIC X(04).
           05  RH-CHAR-CODE            PIC X(04).
           05  RH-READING-VALUE        PIC 9(05)V9(02).
           05  RH-LOT-SIZE             PIC 9(07).
