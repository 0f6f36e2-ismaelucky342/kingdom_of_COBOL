      *                  nonzero endings, ends past the deadline,
      *                  and runs past twice their typical elapsed.
      *                  The 6 A.M. check is one page.
      * 2026-10-15  JCM  The exception page now also lists each job
      *                  whose volumes fell outside the band around
      *                  its same-weekday average, as found by the
      *                  volume-trend report (VOLTREND) in its VOLEXCP
      *                  file, and counts them as exceptions. With no
      *                  VOLEXCP file there are none to list.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT MONITOR-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-RPT-STATUS.
           SELECT OPTIONAL VOLUME-EXCEPTION-FILE ASSIGN TO "VOLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-VOL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY JOBLOG.

       FD  MONITOR-REPORT-FILE.
       01  RPT-LINE                    PIC X(110).

      * THE VOLUME-TREND REPORT'S FIGURES OUTSIDE THEIR BAND; AN
      * ABSENT FILE MEANS THE TREND REPORT HAS NOT RUN
       FD  VOLUME-EXCEPTION-FILE.
           COPY VOLEXC.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  SL-SCH-STATUS            PIC X(02) VALUE "00".
       01  SL-LOG-STATUS            PIC X(02) VALUE "00".
       01  SL-RPT-STATUS            PIC X(02) VALUE "00".
       01  SL-VOL-STATUS            PIC X(02) VALUE "00".
       01  SL-VOL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-VOLUME-EXCEPTIONS VALUE "Y".
       01  SL-SCH-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-SCHEDULE         VALUE "Y".
       01  SL-LOG-EOF-SWITCH        PIC X(01) VALUE "N".
       01  SL-PASS-WANTED           PIC X(01) VALUE "Y".
       01  SL-COUNT-DUE             PIC 9(03) VALUE 0.
       01  SL-COUNT-EXCEPTIONS      PIC 9(03) VALUE 0.
       01  SL-COUNT-VOLUME          PIC 9(03) VALUE 0.

      * REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-COMP-CODE        PIC ZZ9.

       01  RPT-VOLUME-LINE.
           05  RV-FLAG             PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-PROGRAM          PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RV-MEASURE          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-TODAY            PIC X(20).
           05  FILLER              PIC X(05) VALUE " AVG ".
           05  RV-AVERAGE          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RV-PCT              PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE "%".

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "BATCH-SCHEDULE-MONITOR".
           PERFORM 3100-JUDGE-ONE-JOB THRU 3100-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > SL-SCHED-COUNT
           PERFORM 3300-PRINT-VOLUME-EXCEPTIONS THRU 3300-EXIT
           MOVE "RAN CLEAN" TO RS-TEXT
           MOVE RPT-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
               UNTIL SUB > SL-SCHED-COUNT
           DISPLAY "BATCH-SCHEDULE-MONITOR SUMMARY"
           DISPLAY "  JOBS DUE TODAY...: " SL-COUNT-DUE
           DISPLAY "  VOLUME EXCEPTIONS: " SL-COUNT-VOLUME
           DISPLAY "  EXCEPTIONS.......: " SL-COUNT-EXCEPTIONS
           IF SL-COUNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
       3200-EXIT.
           EXIT.

      *-----------------------
      * 3300-PRINT-VOLUME-EXCEPTIONS -- THE BUSINESS DATE'S RUNS
      * WHOSE VOLUMES FELL OUTSIDE THE BAND AROUND THEIR SAME-WEEKDAY
      * AVERAGE, AS THE VOLUME-TREND REPORT FOUND THEM. EACH ONE IS
      * AN EXCEPTION ALONGSIDE THE SCHEDULE MISSES.
      *-----------------------
       3300-PRINT-VOLUME-EXCEPTIONS.
           OPEN INPUT VOLUME-EXCEPTION-FILE
           IF SL-VOL-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN VOLUME-EXCEPTION FILE -- "
                   "STATUS " SL-VOL-STATUS " -- VOLUMES NOT "
                   "CHECKED ***"
               GO TO 3300-EXIT
           END-IF
           MOVE "N" TO SL-VOL-EOF-SWITCH
           PERFORM 3310-PRINT-ONE-VOLUME THRU 3310-EXIT
               UNTIL END-OF-VOLUME-EXCEPTIONS
           CLOSE VOLUME-EXCEPTION-FILE.
       3300-EXIT.
           EXIT.

       3310-PRINT-ONE-VOLUME.
           READ VOLUME-EXCEPTION-FILE
               AT END
                   SET END-OF-VOLUME-EXCEPTIONS TO TRUE
                   GO TO 3310-EXIT
           END-READ
           IF VX-RUN-DATE NOT = SL-RUN-DATE
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO SL-COUNT-VOLUME
           ADD 1 TO SL-COUNT-EXCEPTIONS
           MOVE VX-FLAG TO RV-FLAG
           MOVE VX-PROGRAM-NAME TO RV-PROGRAM
           MOVE VX-MEASURE TO RV-MEASURE
           MOVE VX-TODAY-TEXT TO RV-TODAY
           MOVE VX-AVERAGE-TEXT TO RV-AVERAGE
           MOVE VX-PCT-OF-AVERAGE TO RV-PCT
           MOVE RPT-VOLUME-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3310-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
