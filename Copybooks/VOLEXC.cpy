      *-----------------------
      * VOLEXC -- JOB VOLUME EXCEPTION RECORD LAYOUT
      * ------------------------------------------------------------
      * WRITTEN BY THE VOLUME-TREND REPORT, ONE RECORD FOR EVERY
      * FIGURE OF A JOB'S RUN THAT FELL OUTSIDE THE BAND AROUND ITS
      * SAME-WEEKDAY AVERAGE, AND READ BACK BY THE BATCH SCHEDULE
      * MONITOR, WHICH PRINTS THE BUSINESS DATE'S RECORDS ON ITS
      * EXCEPTION PAGE. THE FIGURES ARE CARRIED ALREADY EDITED, AS
      * THE TREND REPORT PRINTED THEM. THE PERCENTAGE IS TODAY'S
      * FIGURE AS A PERCENT OF THE AVERAGE, ZERO WHEN THE AVERAGE
      * IS ZERO.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  VOLUME-EXCEPTION-RECORD.
           05  VX-RUN-DATE              PIC 9(08).
           05  VX-PROGRAM-NAME          PIC X(30).
           05  VX-FLAG                  PIC X(14).
           05  VX-MEASURE               PIC X(08).
           05  VX-TODAY-TEXT            PIC X(20).
           05  VX-AVERAGE-TEXT          PIC X(20).
           05  VX-PCT-OF-AVERAGE        PIC 9(05).
