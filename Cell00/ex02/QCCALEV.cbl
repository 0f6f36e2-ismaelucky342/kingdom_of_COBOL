       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALIBRATION-EVENT.
       AUTHOR. QUALITY-CONTROL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Records the calibration lab's
      *                  events (CALEVENT -- gauge, date and time,
      *                  technician, as-found and as-left error and
      *                  pass/fail) to the keyed calibration history
      *                  QCCALHST and brings the gauge's QCINSTR
      *                  record up to date: a passing as-left sets
      *                  the last-calibrated date and puts the gauge
      *                  in service, a failing as-left takes it out
      *                  of service. When a gauge is found out of
      *                  tolerance as found, the QC reading history
      *                  is searched by instrument back to its last
      *                  passing calibration and every batch it
      *                  measured in that time is listed and put on
      *                  QCHOLD for material review. An event already
      *                  on the history is reported and not applied
      *                  again. Return code 0 clean, 4 an event
      *                  rejected or a gauge found out of tolerance,
      *                  16 a file could not be opened or the trace
      *                  could not be completed.
      * 2026-10-15  JCM  A batch held from the trace carries its lot
      *                  size from the reading history onto the hold
      *                  record.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAL-EVENT-FILE ASSIGN TO "CALEVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-EVT-STATUS.
           SELECT QC-CALIBRATION-FILE ASSIGN TO "QCINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-CAL-STATUS.
           SELECT CAL-HISTORY-FILE ASSIGN TO "QCCALHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS CE-HST-STATUS.
           SELECT READING-HISTORY-FILE ASSIGN TO "QCRDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-RHS-STATUS.
           SELECT HOLD-FILE ASSIGN TO "QCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-HLD-STATUS.
           SELECT EVENT-REPORT-FILE ASSIGN TO "CALEVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE RECORD PER CALIBRATION PERFORMED, AS THE LAB KEYS THEM.
      * THE ERRORS ARE THE GAUGE'S DEVIATION FROM THE REFERENCE
      * STANDARD BEFORE (AS FOUND) AND AFTER (AS LEFT) ADJUSTMENT;
      * THE RESULTS ARE THE TECHNICIAN'S P (PASS) OR F (FAIL).
       FD  CAL-EVENT-FILE.
       01  CAL-EVENT-RECORD.
           05  EV-INSTRUMENT-ID        PIC X(04).
           05  EV-CAL-DATE             PIC 9(08).
           05  EV-CAL-TIME             PIC 9(04).
           05  EV-TECHNICIAN           PIC X(03).
           05  EV-AS-FOUND-ERROR       PIC 9(03)V9(04).
           05  EV-AS-FOUND-RESULT      PIC X(01).
               88  EV-AS-FOUND-PASS        VALUE "P".
               88  EV-AS-FOUND-FAIL        VALUE "F".
           05  EV-AS-LEFT-ERROR        PIC 9(03)V9(04).
           05  EV-AS-LEFT-RESULT       PIC X(01).
               88  EV-AS-LEFT-PASS         VALUE "P".
               88  EV-AS-LEFT-FAIL         VALUE "F".

       FD  QC-CALIBRATION-FILE.
           COPY QCINSTR.

      * ONE RECORD PER CALIBRATION EVENT, KEYED BY GAUGE, DATE AND
      * TIME, SO A GAUGE'S EVENTS READ BACK IN THE ORDER THEY
      * HAPPENED. A FAILED AS-FOUND CARRIES THE DATE THE TRACE RAN
      * BACK TO AND THE NUMBER OF BATCHES PUT ON HOLD.
       FD  CAL-HISTORY-FILE.
       01  CAL-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-INSTRUMENT-ID    PIC X(04).
               10  CH-CAL-DATE         PIC 9(08).
               10  CH-CAL-TIME         PIC 9(04).
           05  CH-TECHNICIAN           PIC X(03).
           05  CH-AS-FOUND-ERROR       PIC 9(03)V9(04).
           05  CH-AS-FOUND-RESULT      PIC X(01).
           05  CH-AS-LEFT-ERROR        PIC 9(03)V9(04).
           05  CH-AS-LEFT-RESULT       PIC X(01).
               88  CH-AS-LEFT-PASS         VALUE "P".
           05  CH-RECORDED-DATE        PIC 9(08).
           05  CH-TRACE-FROM-DATE      PIC 9(08).
           05  CH-BATCHES-HELD         PIC 9(05).

       FD  READING-HISTORY-FILE.
           COPY QCRDHST.

       FD  HOLD-FILE.
           COPY QCHOLD.

       FD  EVENT-REPORT-FILE.
       01  EVENT-LINE                  PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  CE-EVT-STATUS               PIC X(02) VALUE "00".
       01  CE-CAL-STATUS               PIC X(02) VALUE "00".
       01  CE-HST-STATUS               PIC X(02) VALUE "00".
       01  CE-RHS-STATUS               PIC X(02) VALUE "00".
       01  CE-HLD-STATUS               PIC X(02) VALUE "00".
       01  CE-RPT-STATUS               PIC X(02) VALUE "00".
       01  CE-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-EVENT-FILE           VALUE "Y".
       01  CE-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CAL-MASTER           VALUE "Y".
       01  CE-HST-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-GAUGE-HISTORY        VALUE "Y".
       01  CE-RHS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-READING-HISTORY      VALUE "Y".
       01  CE-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  CE-OPEN-ERROR               VALUE "Y".
       01  CE-TRACE-ERROR-SWITCH       PIC X(01) VALUE "N".
           88  CE-TRACE-ERROR              VALUE "Y".
       01  CE-MASTER-CHANGED-SWITCH    PIC X(01) VALUE "N".
           88  CE-MASTER-CHANGED           VALUE "Y".

       01  CE-RUN-DATE                 PIC 9(08).

      * THE GAUGE MASTER, HELD WHOLE SO THE CALIBRATIONS CAN BE
      * STAMPED AND THE FILE WRITTEN BACK
       01  CE-GAUGE-TABLE.
           05  CE-GAUGE-IMAGE OCCURS 100 TIMES
                   INDEXED BY CE-GAUGE-IDX
                                       PIC X(25).
       01  CE-GAUGE-COUNT              PIC 9(03) VALUE 0.
       01  CE-GAUGE-SUB                PIC 9(03) VALUE 0.
       01  CE-GAUGE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  CE-GAUGE-FOUND              VALUE "Y".

      * THE EVENT IN HAND
       01  CE-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  CE-REJECT-SWITCH            PIC X(01) VALUE "N".
           88  CE-EVENT-REJECTED           VALUE "Y".
       01  CE-PRIOR-CAL-DATE           PIC 9(08) VALUE 0.
       01  CE-TRACE-FROM-DATE          PIC 9(08) VALUE 0.
       01  CE-TRACE-FROM-SWITCH        PIC X(01) VALUE "N".
           88  CE-TRACE-FROM-HISTORY       VALUE "Y".

      * THE BATCHES THE SUSPECT GAUGE MEASURED, IN THE ORDER FIRST
      * MET IN THE READING HISTORY
       01  CE-BATCH-TABLE.
           05  CE-BATCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY CE-BATCH-IDX.
               10  CE-BT-BATCH-ID      PIC X(06).
               10  CE-BT-FIRST-DATE    PIC 9(08).
               10  CE-BT-SHIFT         PIC X(01).
               10  CE-BT-CHAR-CODE     PIC X(04).
               10  CE-BT-COUNT         PIC 9(07).
               10  CE-BT-TOTAL         PIC 9(11)V9(02).
               10  CE-BT-LOT-SIZE      PIC 9(07).
       01  CE-BATCH-USED               PIC 9(03) VALUE 0.
       01  CE-BATCH-SUB                PIC 9(03) VALUE 0.
       01  CE-BATCH-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  CE-BATCH-FOUND              VALUE "Y".

      * RUN COUNTS
       01  CE-COUNT-EVENTS             PIC 9(05) VALUE 0.
       01  CE-COUNT-RECORDED           PIC 9(05) VALUE 0.
       01  CE-COUNT-REJECTED           PIC 9(05) VALUE 0.
       01  CE-COUNT-ON-FILE            PIC 9(05) VALUE 0.
       01  CE-COUNT-FOUND-FAIL         PIC 9(05) VALUE 0.
       01  CE-COUNT-OUT-OF-SERVICE     PIC 9(05) VALUE 0.
       01  CE-COUNT-HELD               PIC 9(05) VALUE 0.

      * REPORT LINES
       01  CE-RULE-LINE.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  CE-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "CALIBRATION EVENT REPORT   RUN DATE ".
           05  CEH-RUN-DATE        PIC 9(08).

       01  CE-EVENT-LINE.
           05  FILLER              PIC X(06) VALUE "GAUGE ".
           05  CEE-INSTRUMENT      PIC X(04).
           05  FILLER              PIC X(05) VALUE " CAL ".
           05  CEE-CAL-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CEE-CAL-TIME        PIC 9(04).
           05  FILLER              PIC X(06) VALUE " TECH ".
           05  CEE-TECHNICIAN      PIC X(03).
           05  FILLER              PIC X(08) VALUE " FOUND ".
           05  CEE-FOUND-ERROR     PIC ZZ9.9999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CEE-FOUND-RESULT    PIC X(04).
           05  FILLER              PIC X(07) VALUE "  LEFT ".
           05  CEE-LEFT-ERROR      PIC ZZ9.9999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CEE-LEFT-RESULT     PIC X(04).

       01  CE-NOTE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  CEN-TEXT            PIC X(76).

       01  CE-TRACE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(47) VALUE
               "FOUND OUT OF TOLERANCE -- BATCHES MEASURED FROM".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CET-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  CET-TO-DATE         PIC 9(08).

       01  CE-BATCH-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "BATCH ".
           05  CEB-BATCH-ID        PIC X(06).
           05  FILLER              PIC X(08) VALUE "  FIRST ".
           05  CEB-FIRST-DATE      PIC 9(08).
           05  FILLER              PIC X(08) VALUE "  SHIFT ".
           05  CEB-SHIFT           PIC X(01).
           05  FILLER              PIC X(07) VALUE "  CHAR ".
           05  CEB-CHAR-CODE       PIC X(04).
           05  FILLER              PIC X(11) VALUE "  READINGS ".
           05  CEB-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.

       01  CE-HELD-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  CEL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE
               " BATCHES PUT ON HOLD FOR MATERIAL REVIEW".

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
               "CALIBRATION-EVENT".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT CE-OPEN-ERROR
               PERFORM 2000-PROCESS-EVENT THRU 2000-EXIT
                   UNTIL END-OF-EVENT-FILE
               IF CE-MASTER-CHANGED
                   PERFORM 8000-REWRITE-GAUGE-MASTER THRU 8000-EXIT
               END-IF
               PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CE-OPEN-ERROR
                   OR CE-TRACE-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN CE-COUNT-REJECTED > 0
                   OR CE-COUNT-FOUND-FAIL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- LOAD THE GAUGE MASTER, OPEN THE EVENT,
      * HISTORY, HOLD AND REPORT FILES, AND PRIME THE FIRST READ.
      * THE READING HISTORY IS ONLY READ WHEN A GAUGE FAILS, BUT IT
      * IS PROVED HERE SO A MISSING FILE STOPS THE RUN BEFORE ANY
      * EVENT IS APPLIED.
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING CE-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CE-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1200-LOAD-GAUGE-MASTER THRU 1200-EXIT
           OPEN INPUT CAL-EVENT-FILE
           IF CE-EVT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CAL-EVENT FILE -- "
                   "STATUS " CE-EVT-STATUS " ***"
               SET CE-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O CAL-HISTORY-FILE
           IF CE-HST-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CAL-HISTORY FILE -- "
                   "STATUS " CE-HST-STATUS " ***"
               SET CE-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT READING-HISTORY-FILE
           IF CE-RHS-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READING-HISTORY FILE -- "
                   "STATUS " CE-RHS-STATUS " ***"
               SET CE-OPEN-ERROR TO TRUE
           END-IF
           CLOSE READING-HISTORY-FILE
           OPEN EXTEND HOLD-FILE
           IF CE-HLD-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN QC-HOLD FILE -- STATUS "
                   CE-HLD-STATUS " ***"
               SET CE-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT EVENT-REPORT-FILE
           IF CE-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EVENT-REPORT FILE -- "
                   "STATUS " CE-RPT-STATUS " ***"
               SET CE-OPEN-ERROR TO TRUE
           END-IF
           IF NOT CE-OPEN-ERROR
               MOVE CE-RUN-DATE TO CEH-RUN-DATE
               MOVE CE-HDR-LINE TO EVENT-LINE
               WRITE EVENT-LINE
               PERFORM 1100-READ-EVENT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-EVENT.
           READ CAL-EVENT-FILE
               AT END
                   SET END-OF-EVENT-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-GAUGE-MASTER -- THE WHOLE INSTRUMENT MASTER INTO
      * THE TABLE. A MASTER TOO BIG FOR THE TABLE WOULD BE
      * TRUNCATED ON THE WRITE-BACK, SO IT STOPS THE RUN.
      *-----------------------
       1200-LOAD-GAUGE-MASTER.
           MOVE 0 TO CE-GAUGE-COUNT
           OPEN INPUT QC-CALIBRATION-FILE
           IF CE-CAL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN QC-INSTRUMENT FILE -- "
                   "STATUS " CE-CAL-STATUS " ***"
               SET CE-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-GAUGE THRU 1210-EXIT
           PERFORM 1220-STORE-GAUGE THRU 1220-EXIT
               UNTIL END-OF-CAL-MASTER
                  OR CE-OPEN-ERROR
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
           IF CE-GAUGE-COUNT >= 100
               DISPLAY "*** MORE THAN 100 GAUGES ON QC-INSTRUMENT "
                   "FILE -- RUN STOPPED ***"
               SET CE-OPEN-ERROR TO TRUE
               GO TO 1220-EXIT
           END-IF
           IF IC-LAST-CAL-DATE NOT NUMERIC
               MOVE 0 TO IC-LAST-CAL-DATE
           END-IF
           IF IC-GRR-DATE NOT NUMERIC
               MOVE 0 TO IC-GRR-DATE
           END-IF
           ADD 1 TO CE-GAUGE-COUNT
           MOVE QC-CALIBRATION-RECORD
               TO CE-GAUGE-IMAGE(CE-GAUGE-COUNT)
           PERFORM 1210-READ-GAUGE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-EVENT -- EDIT ONE EVENT, TRACE THE GAUGE'S
      * BATCHES IF IT WAS FOUND OUT OF TOLERANCE, FILE THE EVENT ON
      * THE HISTORY, HOLD THE BATCHES, AND UPDATE THE GAUGE MASTER.
      * THE HISTORY RECORD IS WRITTEN BEFORE THE HOLDS SO A RERUN
      * FINDS THE EVENT ON FILE AND DOES NOT HOLD THE BATCHES TWICE.
      *-----------------------
       2000-PROCESS-EVENT.
           ADD 1 TO CE-COUNT-EVENTS
           MOVE "N" TO CE-REJECT-SWITCH
           MOVE SPACES TO CE-REJECT-REASON
           MOVE 0 TO CE-BATCH-USED
           PERFORM 2100-EDIT-EVENT THRU 2100-EXIT
           PERFORM 2900-PRINT-EVENT THRU 2900-EXIT
           IF CE-EVENT-REJECTED
               ADD 1 TO CE-COUNT-REJECTED
               MOVE CE-REJECT-REASON TO CEN-TEXT
               PERFORM 2950-WRITE-NOTE THRU 2950-EXIT
               DISPLAY "GAUGE " EV-INSTRUMENT-ID " EVENT "
                   EV-CAL-DATE " REJECTED -- " CE-REJECT-REASON
               GO TO 2000-NEXT
           END-IF
           MOVE EV-INSTRUMENT-ID TO CH-INSTRUMENT-ID
           MOVE EV-CAL-DATE TO CH-CAL-DATE
           MOVE EV-CAL-TIME TO CH-CAL-TIME
           READ CAL-HISTORY-FILE
               INVALID KEY
                   GO TO 2000-NEW-EVENT
           END-READ
           ADD 1 TO CE-COUNT-ON-FILE
           MOVE "ALREADY ON THE CALIBRATION HISTORY -- NOT APPLIED"
               TO CEN-TEXT
           PERFORM 2950-WRITE-NOTE THRU 2950-EXIT
           GO TO 2000-NEXT.
       2000-NEW-EVENT.
           MOVE CE-GAUGE-IMAGE(CE-GAUGE-SUB) TO QC-CALIBRATION-RECORD
           MOVE IC-LAST-CAL-DATE TO CE-PRIOR-CAL-DATE
           MOVE 0 TO CE-TRACE-FROM-DATE
           IF EV-AS-FOUND-FAIL
               ADD 1 TO CE-COUNT-FOUND-FAIL
               PERFORM 3000-FIND-LAST-GOOD-CAL THRU 3000-EXIT
               PERFORM 3100-TRACE-BATCHES THRU 3100-EXIT
           END-IF
           PERFORM 4000-WRITE-CAL-HISTORY THRU 4000-EXIT
           IF EV-AS-FOUND-FAIL
               PERFORM 4100-HOLD-SUSPECT-BATCHES THRU 4100-EXIT
           END-IF
           PERFORM 5000-UPDATE-GAUGE THRU 5000-EXIT
           ADD 1 TO CE-COUNT-RECORDED.
       2000-NEXT.
           PERFORM 1100-READ-EVENT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-EDIT-EVENT -- THE FIRST FAULT FOUND IS THE ONE
      * REPORTED
      *-----------------------
       2100-EDIT-EVENT.
           MOVE "N" TO CE-GAUGE-FOUND-SWITCH
           PERFORM 2110-SEARCH-GAUGE THRU 2110-EXIT
               VARYING CE-GAUGE-IDX FROM 1 BY 1
               UNTIL CE-GAUGE-IDX > CE-GAUGE-COUNT
                  OR CE-GAUGE-FOUND
           EVALUATE TRUE
               WHEN EV-INSTRUMENT-ID = SPACES
                   MOVE "NO INSTRUMENT ID" TO CE-REJECT-REASON
               WHEN NOT CE-GAUGE-FOUND
                   MOVE "GAUGE NOT ON QCINSTR" TO CE-REJECT-REASON
               WHEN EV-CAL-DATE NOT NUMERIC
                   OR EV-CAL-DATE = 0
                   MOVE "CALIBRATION DATE MISSING OR NOT NUMERIC"
                       TO CE-REJECT-REASON
               WHEN EV-CAL-DATE > CE-RUN-DATE
                   MOVE "CALIBRATION DATE AFTER THE BUSINESS DATE"
                       TO CE-REJECT-REASON
               WHEN EV-CAL-TIME NOT NUMERIC
                   OR EV-CAL-TIME > 2359
                   MOVE "CALIBRATION TIME NOT A VALID HHMM"
                       TO CE-REJECT-REASON
               WHEN EV-TECHNICIAN = SPACES
                   MOVE "NO TECHNICIAN" TO CE-REJECT-REASON
               WHEN EV-AS-FOUND-ERROR NOT NUMERIC
                   OR EV-AS-LEFT-ERROR NOT NUMERIC
                   MOVE "AS-FOUND OR AS-LEFT ERROR NOT NUMERIC"
                       TO CE-REJECT-REASON
               WHEN NOT EV-AS-FOUND-PASS AND NOT EV-AS-FOUND-FAIL
                   MOVE "AS-FOUND RESULT NOT P OR F"
                       TO CE-REJECT-REASON
               WHEN NOT EV-AS-LEFT-PASS AND NOT EV-AS-LEFT-FAIL
                   MOVE "AS-LEFT RESULT NOT P OR F"
                       TO CE-REJECT-REASON
           END-EVALUATE
           IF CE-REJECT-REASON NOT = SPACES
               SET CE-EVENT-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SEARCH-GAUGE.
           IF CE-GAUGE-IMAGE(CE-GAUGE-IDX)(1:4) = EV-INSTRUMENT-ID
               SET CE-GAUGE-FOUND TO TRUE
               SET CE-GAUGE-SUB TO CE-GAUGE-IDX
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------
      * 2900-PRINT-EVENT -- THE EVENT AS KEYED
      *-----------------------
       2900-PRINT-EVENT.
           MOVE CE-RULE-LINE TO EVENT-LINE
           WRITE EVENT-LINE
           MOVE EV-INSTRUMENT-ID TO CEE-INSTRUMENT
           MOVE EV-CAL-DATE TO CEE-CAL-DATE
           MOVE EV-CAL-TIME TO CEE-CAL-TIME
           MOVE EV-TECHNICIAN TO CEE-TECHNICIAN
           IF EV-AS-FOUND-ERROR NUMERIC
               MOVE EV-AS-FOUND-ERROR TO CEE-FOUND-ERROR
           ELSE
               MOVE 0 TO CEE-FOUND-ERROR
           END-IF
           IF EV-AS-LEFT-ERROR NUMERIC
               MOVE EV-AS-LEFT-ERROR TO CEE-LEFT-ERROR
           ELSE
               MOVE 0 TO CEE-LEFT-ERROR
           END-IF
           EVALUATE TRUE
               WHEN EV-AS-FOUND-PASS
                   MOVE "PASS" TO CEE-FOUND-RESULT
               WHEN EV-AS-FOUND-FAIL
                   MOVE "FAIL" TO CEE-FOUND-RESULT
               WHEN OTHER
                   MOVE "????" TO CEE-FOUND-RESULT
           END-EVALUATE
           EVALUATE TRUE
               WHEN EV-AS-LEFT-PASS
                   MOVE "PASS" TO CEE-LEFT-RESULT
               WHEN EV-AS-LEFT-FAIL
                   MOVE "FAIL" TO CEE-LEFT-RESULT
               WHEN OTHER
                   MOVE "????" TO CEE-LEFT-RESULT
           END-EVALUATE
           MOVE CE-EVENT-LINE TO EVENT-LINE
           WRITE EVENT-LINE.
       2900-EXIT.
           EXIT.

       2950-WRITE-NOTE.
           MOVE CE-NOTE-LINE TO EVENT-LINE
           WRITE EVENT-LINE.
       2950-EXIT.
           EXIT.

      *-----------------------
      * 3000-FIND-LAST-GOOD-CAL -- THE GAUGE'S LAST EVENT BEFORE
      * THIS ONE THAT LEFT IT PASSING. ITS READINGS ARE ONLY
      * TRUSTED UP TO THAT POINT. A GAUGE WITH NO SUCH EVENT ON THE
      * HISTORY FALLS BACK TO THE LAST-CALIBRATED DATE ON ITS
      * MASTER RECORD, AND ONE WITH NEITHER IS TRACED THROUGH THE
      * WHOLE READING HISTORY.
      *-----------------------
       3000-FIND-LAST-GOOD-CAL.
           MOVE "N" TO CE-TRACE-FROM-SWITCH
           MOVE "N" TO CE-HST-EOF-SWITCH
           MOVE EV-INSTRUMENT-ID TO CH-INSTRUMENT-ID
           MOVE 0 TO CH-CAL-DATE
           MOVE 0 TO CH-CAL-TIME
           START CAL-HISTORY-FILE KEY >= CH-KEY
               INVALID KEY
                   SET END-OF-GAUGE-HISTORY TO TRUE
           END-START
           PERFORM 3010-READ-GAUGE-HISTORY THRU 3010-EXIT
           PERFORM 3020-TAKE-ONE-EVENT THRU 3020-EXIT
               UNTIL END-OF-GAUGE-HISTORY
           IF NOT CE-TRACE-FROM-HISTORY
               MOVE CE-PRIOR-CAL-DATE TO CE-TRACE-FROM-DATE
           END-IF.
       3000-EXIT.
           EXIT.

       3010-READ-GAUGE-HISTORY.
           IF NOT END-OF-GAUGE-HISTORY
               READ CAL-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-GAUGE-HISTORY TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-GAUGE-HISTORY
               IF CH-INSTRUMENT-ID NOT = EV-INSTRUMENT-ID
                   OR CH-CAL-DATE > EV-CAL-DATE
                   OR (CH-CAL-DATE = EV-CAL-DATE
                       AND CH-CAL-TIME NOT < EV-CAL-TIME)
                   SET END-OF-GAUGE-HISTORY TO TRUE
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.

       3020-TAKE-ONE-EVENT.
           IF CH-AS-LEFT-PASS
               SET CE-TRACE-FROM-HISTORY TO TRUE
               MOVE CH-CAL-DATE TO CE-TRACE-FROM-DATE
           END-IF
           PERFORM 3010-READ-GAUGE-HISTORY THRU 3010-EXIT.
       3020-EXIT.
           EXIT.

      *-----------------------
      * 3100-TRACE-BATCHES -- EVERY BATCH THE GAUGE MEASURED FROM
      * THE DAY OF ITS LAST GOOD CALIBRATION THROUGH THE DAY IT WAS
      * FOUND OUT. BOTH END DAYS ARE TAKEN WHOLE, SINCE THE READING
      * HISTORY DOES NOT SAY WHETHER A READING CAME BEFORE OR AFTER
      * THE CALIBRATION THAT DAY.
      *-----------------------
       3100-TRACE-BATCHES.
           MOVE "N" TO CE-RHS-EOF-SWITCH
           OPEN INPUT READING-HISTORY-FILE
           IF CE-RHS-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READING-HISTORY FILE -- "
                   "STATUS " CE-RHS-STATUS " -- GAUGE "
                   EV-INSTRUMENT-ID " NOT TRACED ***"
               SET CE-TRACE-ERROR TO TRUE
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-READ-READING THRU 3110-EXIT
           PERFORM 3120-TAKE-ONE-READING THRU 3120-EXIT
               UNTIL END-OF-READING-HISTORY
           CLOSE READING-HISTORY-FILE.
       3100-EXIT.
           EXIT.

       3110-READ-READING.
           READ READING-HISTORY-FILE
               AT END
                   SET END-OF-READING-HISTORY TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

       3120-TAKE-ONE-READING.
           IF RH-INSTRUMENT-ID NOT = EV-INSTRUMENT-ID
               OR RH-RUN-DATE < CE-TRACE-FROM-DATE
               OR RH-RUN-DATE > EV-CAL-DATE
               GO TO 3120-NEXT
           END-IF
           MOVE "N" TO CE-BATCH-FOUND-SWITCH
           PERFORM 3130-SEARCH-BATCH THRU 3130-EXIT
               VARYING CE-BATCH-IDX FROM 1 BY 1
               UNTIL CE-BATCH-IDX > CE-BATCH-USED
                  OR CE-BATCH-FOUND
           IF NOT CE-BATCH-FOUND
               IF CE-BATCH-USED >= 500
                   IF NOT CE-TRACE-ERROR
                       DISPLAY "*** MORE THAN 500 SUSPECT BATCHES "
                           "FOR GAUGE " EV-INSTRUMENT-ID
                           " -- TRACE INCOMPLETE ***"
                   END-IF
                   SET CE-TRACE-ERROR TO TRUE
                   GO TO 3120-NEXT
               END-IF
               ADD 1 TO CE-BATCH-USED
               MOVE CE-BATCH-USED TO CE-BATCH-SUB
               MOVE RH-BATCH-ID TO CE-BT-BATCH-ID(CE-BATCH-SUB)
               MOVE RH-RUN-DATE TO CE-BT-FIRST-DATE(CE-BATCH-SUB)
               MOVE RH-SHIFT TO CE-BT-SHIFT(CE-BATCH-SUB)
               MOVE RH-CHAR-CODE TO CE-BT-CHAR-CODE(CE-BATCH-SUB)
               MOVE 0 TO CE-BT-COUNT(CE-BATCH-SUB)
               MOVE 0 TO CE-BT-TOTAL(CE-BATCH-SUB)
               MOVE 0 TO CE-BT-LOT-SIZE(CE-BATCH-SUB)
           END-IF
           IF RH-LOT-SIZE NUMERIC
               IF RH-LOT-SIZE > CE-BT-LOT-SIZE(CE-BATCH-SUB)
                   MOVE RH-LOT-SIZE TO CE-BT-LOT-SIZE(CE-BATCH-SUB)
               END-IF
           END-IF
           ADD 1 TO CE-BT-COUNT(CE-BATCH-SUB)
           ADD RH-READING-VALUE TO CE-BT-TOTAL(CE-BATCH-SUB).
       3120-NEXT.
           PERFORM 3110-READ-READING THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

       3130-SEARCH-BATCH.
           IF CE-BT-BATCH-ID(CE-BATCH-IDX) = RH-BATCH-ID
               SET CE-BATCH-FOUND TO TRUE
               SET CE-BATCH-SUB TO CE-BATCH-IDX
           END-IF.
       3130-EXIT.
           EXIT.

      *-----------------------
      * 4000-WRITE-CAL-HISTORY -- FILE THE EVENT
      *-----------------------
       4000-WRITE-CAL-HISTORY.
           MOVE EV-INSTRUMENT-ID TO CH-INSTRUMENT-ID
           MOVE EV-CAL-DATE TO CH-CAL-DATE
           MOVE EV-CAL-TIME TO CH-CAL-TIME
           MOVE EV-TECHNICIAN TO CH-TECHNICIAN
           MOVE EV-AS-FOUND-ERROR TO CH-AS-FOUND-ERROR
           MOVE EV-AS-FOUND-RESULT TO CH-AS-FOUND-RESULT
           MOVE EV-AS-LEFT-ERROR TO CH-AS-LEFT-ERROR
           MOVE EV-AS-LEFT-RESULT TO CH-AS-LEFT-RESULT
           MOVE CE-RUN-DATE TO CH-RECORDED-DATE
           MOVE CE-TRACE-FROM-DATE TO CH-TRACE-FROM-DATE
           MOVE CE-BATCH-USED TO CH-BATCHES-HELD
           WRITE CAL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "*** CAL-HISTORY WRITE FAILED FOR GAUGE "
                       EV-INSTRUMENT-ID " " EV-CAL-DATE
                       " -- STATUS " CE-HST-STATUS " ***"
           END-WRITE.
       4000-EXIT.
           EXIT.

      *-----------------------
      * 4100-HOLD-SUSPECT-BATCHES -- LIST EACH BATCH AND PUT IT ON
      * HOLD, NAMING THE GAUGE. THE AVERAGE IS THAT OF THE BATCH'S
      * READINGS ON THIS GAUGE.
      *-----------------------
       4100-HOLD-SUSPECT-BATCHES.
           MOVE CE-TRACE-FROM-DATE TO CET-FROM-DATE
           MOVE EV-CAL-DATE TO CET-TO-DATE
           MOVE CE-TRACE-LINE TO EVENT-LINE
           WRITE EVENT-LINE
           IF CE-BATCH-USED = 0
               MOVE "NO BATCHES MEASURED ON THIS GAUGE IN THAT TIME"
                   TO CEN-TEXT
               PERFORM 2950-WRITE-NOTE THRU 2950-EXIT
           END-IF
           PERFORM 4110-HOLD-ONE-BATCH THRU 4110-EXIT
               VARYING CE-BATCH-SUB FROM 1 BY 1
               UNTIL CE-BATCH-SUB > CE-BATCH-USED
           MOVE CE-BATCH-USED TO CEL-COUNT
           MOVE CE-HELD-LINE TO EVENT-LINE
           WRITE EVENT-LINE
           DISPLAY "GAUGE " EV-INSTRUMENT-ID " FOUND OUT OF "
               "TOLERANCE " EV-CAL-DATE " -- " CE-BATCH-USED
               " BATCHES HELD SINCE " CE-TRACE-FROM-DATE.
       4100-EXIT.
           EXIT.

       4110-HOLD-ONE-BATCH.
           MOVE CE-BT-BATCH-ID(CE-BATCH-SUB) TO QH-BATCH-ID
           MOVE CE-RUN-DATE TO QH-HOLD-DATE
           MOVE CE-BT-SHIFT(CE-BATCH-SUB) TO QH-SHIFT
           MOVE CE-BT-COUNT(CE-BATCH-SUB) TO QH-READING-COUNT
           COMPUTE QH-AVERAGE ROUNDED =
               CE-BT-TOTAL(CE-BATCH-SUB) / CE-BT-COUNT(CE-BATCH-SUB)
           MOVE 0 TO QH-NONCONF-COUNT
           MOVE CE-BT-CHAR-CODE(CE-BATCH-SUB) TO QH-CHAR-CODE
           MOVE 0 TO QH-FAIL-COUNT
           MOVE SPACE TO QH-LOT-VERDICT
           MOVE EV-INSTRUMENT-ID TO QH-SUSPECT-GAUGE
           MOVE CE-BT-LOT-SIZE(CE-BATCH-SUB) TO QH-BATCH-SIZE
           WRITE HOLD-RECORD
           ADD 1 TO CE-COUNT-HELD
           MOVE CE-BT-BATCH-ID(CE-BATCH-SUB) TO CEB-BATCH-ID
           MOVE CE-BT-FIRST-DATE(CE-BATCH-SUB) TO CEB-FIRST-DATE
           MOVE CE-BT-SHIFT(CE-BATCH-SUB) TO CEB-SHIFT
           MOVE CE-BT-CHAR-CODE(CE-BATCH-SUB) TO CEB-CHAR-CODE
           MOVE CE-BT-COUNT(CE-BATCH-SUB) TO CEB-COUNT
           MOVE CE-BATCH-LINE TO EVENT-LINE
           WRITE EVENT-LINE.
       4110-EXIT.
           EXIT.

      *-----------------------
      * 5000-UPDATE-GAUGE -- ONLY THE GAUGE'S LATEST EVENT SETS ITS
      * MASTER RECORD: A PASSING AS-LEFT MAKES THE EVENT DATE ITS
      * LAST CALIBRATION AND PUTS IT IN SERVICE, A FAILING AS-LEFT
      * TAKES IT OUT OF SERVICE (STATUS I) UNTIL IT IS CALIBRATED
      * AGAIN. AN EVENT OLDER THAN THE DATE ALREADY ON THE MASTER
      * IS FILED ON THE HISTORY BUT LEAVES THE MASTER ALONE.
      *-----------------------
       5000-UPDATE-GAUGE.
           IF EV-CAL-DATE < CE-PRIOR-CAL-DATE
               MOVE "OLDER THAN QCINSTR LAST CAL -- MASTER NOT CHANGED"
                   TO CEN-TEXT
               PERFORM 2950-WRITE-NOTE THRU 2950-EXIT
               GO TO 5000-EXIT
           END-IF
           IF EV-AS-LEFT-PASS
               MOVE EV-CAL-DATE TO IC-LAST-CAL-DATE
               MOVE "A" TO IC-STATUS
               MOVE "QCINSTR UPDATED -- CALIBRATED AND IN SERVICE"
                   TO CEN-TEXT
           ELSE
               MOVE "I" TO IC-STATUS
               ADD 1 TO CE-COUNT-OUT-OF-SERVICE
               MOVE "QCINSTR UPDATED -- FAILED AS LEFT, OUT OF SERVICE"
                   TO CEN-TEXT
               DISPLAY "GAUGE " EV-INSTRUMENT-ID
                   " FAILED AS LEFT -- TAKEN OUT OF SERVICE"
           END-IF
           PERFORM 2950-WRITE-NOTE THRU 2950-EXIT
           MOVE QC-CALIBRATION-RECORD TO CE-GAUGE-IMAGE(CE-GAUGE-SUB)
           SET CE-MASTER-CHANGED TO TRUE.
       5000-EXIT.
           EXIT.

      *-----------------------
      * 8000-REWRITE-GAUGE-MASTER -- WRITE THE MASTER BACK WITH THE
      * NEW CALIBRATIONS, IN ITS ORIGINAL ORDER
      *-----------------------
       8000-REWRITE-GAUGE-MASTER.
           OPEN OUTPUT QC-CALIBRATION-FILE
           IF CE-CAL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE QC-INSTRUMENT FILE -- "
                   "STATUS " CE-CAL-STATUS " -- CALIBRATIONS NOT "
                   "STORED ***"
               SET CE-OPEN-ERROR TO TRUE
               GO TO 8000-EXIT
           END-IF
           PERFORM 8100-WRITE-ONE-GAUGE THRU 8100-EXIT
               VARYING CE-GAUGE-SUB FROM 1 BY 1
               UNTIL CE-GAUGE-SUB > CE-GAUGE-COUNT
           CLOSE QC-CALIBRATION-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-GAUGE.
           MOVE CE-GAUGE-IMAGE(CE-GAUGE-SUB) TO QC-CALIBRATION-RECORD
           WRITE QC-CALIBRATION-RECORD.
       8100-EXIT.
           EXIT.

       8500-PRINT-TOTALS.
           DISPLAY "EVENTS READ.........: " CE-COUNT-EVENTS
           DISPLAY "  RECORDED..........: " CE-COUNT-RECORDED
           DISPLAY "  ALREADY ON FILE...: " CE-COUNT-ON-FILE
           DISPLAY "  REJECTED..........: " CE-COUNT-REJECTED
           DISPLAY "FOUND OUT OF TOL....: " CE-COUNT-FOUND-FAIL
           DISPLAY "TAKEN OUT OF SERVICE: " CE-COUNT-OUT-OF-SERVICE
           DISPLAY "BATCHES PUT ON HOLD.: " CE-COUNT-HELD.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CE-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE CAL-EVENT-FILE
           CLOSE CAL-HISTORY-FILE
           CLOSE HOLD-FILE
           CLOSE EVENT-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM CALIBRATION-EVENT.
