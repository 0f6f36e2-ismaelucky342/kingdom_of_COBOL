      *-----------------------
      * QCINSTR -- INSTRUMENT CALIBRATION MASTER RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER GAUGE USED FOR RELEASE READINGS. THE QC RUN
      * EXCLUDES A READING TAKEN ON A GAUGE THAT IS NOT ACTIVE, IS
      * PAST ITS CALIBRATION INTERVAL, OR WHOSE LAST REPEATABILITY
      * AND REPRODUCIBILITY (R&R) STUDY FAILED OR HAS LAPSED. THE
      * GAUGE R&R STUDY PROGRAM STAMPS IC-GRR-DATE AND
      * IC-GRR-VERDICT; A GAUGE NEVER STUDIED CARRIES A ZERO DATE
      * AND A BLANK VERDICT. THE CALIBRATION EVENT PROGRAM SETS
      * IC-LAST-CAL-DATE AND IC-STATUS FROM EACH CALIBRATION: A (IN
      * SERVICE) ON A PASSING AS-LEFT, I (OUT OF SERVICE) ON A
      * FAILING ONE.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION, TAKEN FROM THE QC RUN'S OWN
      *                  FD, WITH THE R&R STUDY DATE AND VERDICT
      *                  ADDED ON THE END.
      * 2026-10-15  JCM  LAST-CALIBRATED DATE AND STATUS NOW SET BY
      *                  THE CALIBRATION EVENT PROGRAM.
      *-----------------------
       01  QC-CALIBRATION-RECORD.
           05  IC-INSTRUMENT-ID        PIC X(04).
           05  IC-LAST-CAL-DATE        PIC 9(08).
           05  IC-CAL-INTERVAL         PIC 9(03).
           05  IC-STATUS               PIC X(01).
           05  IC-GRR-DATE             PIC 9(08).
           05  IC-GRR-VERDICT          PIC X(01).
               88  IC-GRR-ACCEPTABLE       VALUE "A".
               88  IC-GRR-MARGINAL         VALUE "M".
               88  IC-GRR-UNACCEPTABLE     VALUE "U".
               88  IC-GRR-NOT-STUDIED      VALUE SPACE.
