      *                  corruption fed the next session when
      *                  operations copied QCHOLDN back over
      *                  QCHOLD.
      * 2026-10-15  JCM  The hold record now carries the first
      *                  characteristic out of tolerance and how many
      *                  failed, and both are shown with the held batch;
      *                  the carryover record widens to match.
      * 2026-10-15  JCM  Held-batch record gains the lot's sampling-plan
      *                  verdict (45 bytes); a lot rejected or not
      *                  judged on its plan is shown with the batch.
      * 2026-10-15  JCM  Held-batch layout taken from the QCHOLD
      *                  copybook, which adds the suspect gauge (49
      *                  bytes); a batch held by the calibration event
      *                  run shows the gauge, and the failed-
      *                  characteristic line shows only when one failed.
      * 2026-10-15  JCM  Disposition log layout moved to the QCDISP
      *                  copybook and widened with the batch size,
      *                  copied from the hold record, so the cost-of-
      *                  quality run can value scrap and rework. Hold
      *                  carryover widened to 56 bytes.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * SAME LAYOUT THE QC RUN WRITES PER OUT-OF-TOLERANCE BATCH,
      * AND THE CALIBRATION EVENT RUN PER SUSPECT BATCH
       FD  HOLD-FILE.
           COPY QCHOLD.

       FD  CARRYOVER-FILE.
       01  CARRYOVER-RECORD            PIC X(56).

       FD  DISPOSITION-FILE.
           COPY QCDISP.

       FD  AGING-REPORT-FILE.
       01  AGING-LINE                  PIC X(80).
               " AVERAGE " QH-AVERAGE
               " OUT " QH-NONCONF-COUNT
               " AGE " MR-ITEM-AGE " DAYS"
           IF QH-FAIL-COUNT > 0
               DISPLAY "  FIRST FAILED CHARACTERISTIC " QH-CHAR-CODE
                   " -- " QH-FAIL-COUNT " OUT OF TOLERANCE"
           END-IF
           IF QH-SUSPECT-GAUGE NOT = SPACES
               DISPLAY "  SUSPECT -- MEASURED ON GAUGE "
                   QH-SUSPECT-GAUGE
                   " SINCE FOUND OUT OF TOLERANCE"
           END-IF
           EVALUATE TRUE
               WHEN QH-LOT-REJECTED
                   DISPLAY "  LOT REJECTED ON ITS SAMPLING PLAN"
               WHEN QH-LOT-SAMPLE-SHORT
                   DISPLAY "  LOT NOT JUDGED -- TOO FEW UNITS "
                       "INSPECTED FOR ITS SAMPLING PLAN"
               WHEN QH-LOT-NO-PLAN
                   DISPLAY "  LOT NOT JUDGED -- NO SAMPLING PLAN "
                       "FOR ITS LOT SIZE"
           END-EVALUATE
           IF MR-ITEM-AGE > MR-AGE-THRESHOLD
               ADD 1 TO MR-COUNT-AGED
               MOVE QH-BATCH-ID TO AGD-BATCH-ID
           MOVE MR-REVIEWER TO QD-REVIEWER
           MOVE MR-REWORK-BATCH TO QD-REWORK-BATCH
           MOVE MR-RUN-DATE TO QD-ACTION-DATE
           MOVE QH-BATCH-SIZE TO QD-BATCH-SIZE
           PERFORM 2550-TRY-ONE-DISP-KEY THRU 2550-EXIT
               UNTIL MR-DSP-WRITTEN
                  OR QD-SEQ > 999.
