      *                  so the end stamp logs the real step code
      *                  and the call no longer wipes RETURN-CODE
      *                  to zero on return.
      * 2026-10-15  JCM  The history now carries a characteristic code
      *                  on each run line. Control limits, the chart,
      *                  and the seven-run rule are computed per
      *                  characteristic, each in its own section of the
      *                  report; a characteristic with fewer than two
      *                  runs is noted and skipped, and RETURN-CODE 8
      *                  now means no characteristic could be charted.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * THE SUMMARY LINES EXACTLY AS AVERAGE-OF-THREE-NUMBERS WRITES
      * THEM -- X(80), MATCHING THE WRITER'S RECORD -- WITH THE
      * AVERAGE DE-EDITED OUT OF ITS DISPLAY COLUMNS AND THE
      * CHARACTERISTIC CODE IN THE LAST FOUR
       FD  QC-SUMMARY-FILE.
       01  QC-SUMMARY-RECORD           PIC X(80).

               10  QT-RUN-DATE         PIC X(08).
               10  QT-RUN-BATCH        PIC X(06).
               10  QT-RUN-AVERAGE      PIC S9(07)V9(04).
               10  QT-RUN-CHAR         PIC X(04).
       01  QT-RUN-COUNT                PIC 9(03) VALUE 0.
       01  QT-WORK-AVERAGE             PIC S9(07)V9(04) VALUE 0.
       01  QT-TBL-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  QT-TBL-OVERFLOW              VALUE "Y".
       01  SUB                         PIC 9(03) VALUE 0.

      * THE DISTINCT CHARACTERISTICS ON THE HISTORY, IN THE ORDER
      * FIRST SEEN -- EACH GETS ITS OWN LIMITS AND ITS OWN CHART
       01  QT-CHAR-TABLE.
           05  QT-CHAR-CODE OCCURS 20 TIMES
                   INDEXED BY QT-CHAR-IDX
                                       PIC X(04).
       01  QT-CHAR-COUNT               PIC 9(02) VALUE 0.
       01  QT-CHAR-SUB                 PIC 9(02) VALUE 0.
       01  QT-CHAR-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  QT-CHAR-FOUND               VALUE "Y".
       01  QT-CHAR-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  QT-CHAR-OVERFLOW            VALUE "Y".
       01  QT-CUR-CHAR                 PIC X(04).
       01  QT-CHAR-RUNS                PIC 9(03) VALUE 0.
       01  QT-CHARTED-COUNT            PIC 9(02) VALUE 0.

      * CONTROL-CHART STATISTICS OVER THE RUN AVERAGES
       01  QT-SUM-AVERAGES             PIC S9(11)V9(04) VALUE 0.
       01  QT-SUM-SQUARES              PIC S9(13)V9(04) VALUE 0.
           05  FILLER              PIC X(10) VALUE "RUN DATE ".
           05  TRH-RUN-DATE        PIC 9(08).

       01  TR-CHAR-LINE.
           05  FILLER              PIC X(15) VALUE
               "CHARACTERISTIC ".
           05  TRC-CHAR-CODE       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRC-NOTE            PIC X(40).

       01  TR-STAT-LINE.
           05  TRS-LABEL           PIC X(14).
           05  TRS-VALUE           PIC -Z,ZZZ,ZZ9.9999.
                       "TRAILER -- FILE MAY BE TRUNCATED ***"
                   SET QT-TRAILER-ERROR TO TRUE
               END-IF
               MOVE QT-RUN-DATE-TODAY TO TRH-RUN-DATE
               MOVE TR-HDR-LINE TO TREND-LINE
               WRITE TREND-LINE
               PERFORM 3500-CHART-CHARACTERISTIC THRU 3500-EXIT
                   VARYING QT-CHAR-SUB FROM 1 BY 1
                   UNTIL QT-CHAR-SUB > QT-CHAR-COUNT
               IF QT-CHARTED-COUNT > 0
                   IF QT-TRAILER-ERROR
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "*** NO CHARACTERISTIC HAS TWO RUNS ON "
                       "THE QC SUMMARY -- NO CHART TO PLOT ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE

      *-----------------------
      * 2000-LOAD-HISTORY -- PULL EVERY SUMMARY LINE'S DATE, BATCH,
      * DE-EDITED AVERAGE, AND CHARACTERISTIC INTO THE RUN TABLE
      *-----------------------
       2000-LOAD-HISTORY.
           PERFORM 2100-READ-SUMMARY THRU 2100-EXIT
                           TO QT-RUN-BATCH(QT-RUN-COUNT)
                       MOVE QT-WORK-AVERAGE
                           TO QT-RUN-AVERAGE(QT-RUN-COUNT)
                       MOVE QC-SUMMARY-RECORD(77:4)
                           TO QT-RUN-CHAR(QT-RUN-COUNT)
                       PERFORM 2300-NOTE-CHARACTERISTIC THRU 2300-EXIT
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-SUMMARY THRU 2100-EXIT.
           EXIT.

      *-----------------------
      * 2300-NOTE-CHARACTERISTIC -- ADD THE RUN'S CHARACTERISTIC TO
      * THE LIST TO BE CHARTED THE FIRST TIME IT APPEARS
      *-----------------------
       2300-NOTE-CHARACTERISTIC.
           MOVE "N" TO QT-CHAR-FOUND-SWITCH
           PERFORM 2310-SEARCH-CHARACTERISTIC THRU 2310-EXIT
               VARYING QT-CHAR-IDX FROM 1 BY 1
               UNTIL QT-CHAR-IDX > QT-CHAR-COUNT
                  OR QT-CHAR-FOUND
           IF QT-CHAR-FOUND
               GO TO 2300-EXIT
           END-IF
           IF QT-CHAR-COUNT >= 20
               IF NOT QT-CHAR-OVERFLOW
                   DISPLAY "*** MORE THAN 20 CHARACTERISTICS ON "
                       "THE SUMMARY -- CHARTS COVER THE FIRST 20 ***"
                   SET QT-CHAR-OVERFLOW TO TRUE
               END-IF
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO QT-CHAR-COUNT
           MOVE QT-RUN-CHAR(QT-RUN-COUNT)
               TO QT-CHAR-CODE(QT-CHAR-COUNT).
       2300-EXIT.
           EXIT.

       2310-SEARCH-CHARACTERISTIC.
           IF QT-CHAR-CODE(QT-CHAR-IDX) = QT-RUN-CHAR(QT-RUN-COUNT)
               SET QT-CHAR-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 3000-COMPUTE-LIMITS -- CENTER LINE IS THE MEAN OF THE
      * CURRENT CHARACTERISTIC'S RUN AVERAGES; THE CONTROL LIMITS
      * SIT THREE SIGMA (OF THOSE AVERAGES) TO EITHER SIDE
      *-----------------------
       3000-COMPUTE-LIMITS.
           MOVE 0 TO QT-SUM-AVERAGES
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > QT-RUN-COUNT
           COMPUTE QT-CENTER-LINE =
               QT-SUM-AVERAGES / QT-CHAR-RUNS
           COMPUTE QT-VARIANCE =
               (QT-SUM-SQUARES / QT-CHAR-RUNS)
               - (QT-CENTER-LINE * QT-CENTER-LINE)
           IF QT-VARIANCE > 0
               COMPUTE QT-SIGMA = FUNCTION SQRT(QT-VARIANCE)
           EXIT.

       3100-SUM-ONE-RUN.
           IF QT-RUN-CHAR(SUB) NOT = QT-CUR-CHAR
               GO TO 3100-EXIT
           END-IF
           ADD QT-RUN-AVERAGE(SUB) TO QT-SUM-AVERAGES
           COMPUTE QT-SUM-SQUARES = QT-SUM-SQUARES
               + (QT-RUN-AVERAGE(SUB) * QT-RUN-AVERAGE(SUB)).
           EXIT.

      *-----------------------
      * 3500-CHART-CHARACTERISTIC -- ONE CHARACTERISTIC'S SECTION OF
      * THE REPORT. A DIAMETER AND A WEIGHT DO NOT SHARE A CENTER
      * LINE, SO EACH IS CHARTED AGAINST LIMITS FROM ITS OWN RUNS;
      * ONE WITH FEWER THAN TWO RUNS IS NOTED BUT NOT CHARTED.
      *-----------------------
       3500-CHART-CHARACTERISTIC.
           MOVE QT-CHAR-CODE(QT-CHAR-SUB) TO QT-CUR-CHAR
           MOVE 0 TO QT-CHAR-RUNS
           PERFORM 3510-COUNT-ONE-RUN THRU 3510-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > QT-RUN-COUNT
           MOVE QT-CUR-CHAR TO TRC-CHAR-CODE
           IF QT-CHAR-RUNS < 2
               MOVE "FEWER THAN TWO RUNS -- NOT CHARTED"
                   TO TRC-NOTE
               MOVE TR-CHAR-LINE TO TREND-LINE
               WRITE TREND-LINE
               DISPLAY "CHARACTERISTIC " QT-CUR-CHAR
                   " HAS FEWER THAN TWO RUNS -- NOT CHARTED"
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO TRC-NOTE
           MOVE TR-CHAR-LINE TO TREND-LINE
           WRITE TREND-LINE
           ADD 1 TO QT-CHARTED-COUNT
           PERFORM 3000-COMPUTE-LIMITS THRU 3000-EXIT
           PERFORM 4000-PRINT-CHART THRU 4000-EXIT.
       3500-EXIT.
           EXIT.

       3510-COUNT-ONE-RUN.
           IF QT-RUN-CHAR(SUB) = QT-CUR-CHAR
               ADD 1 TO QT-CHAR-RUNS
           END-IF.
       3510-EXIT.
           EXIT.

      *-----------------------
      * 4000-PRINT-CHART -- LIMIT FIGURES AND ONE PLOTTED LINE PER
      * RUN OF THE CURRENT CHARACTERISTIC WITH ITS RULE FLAGS
      *-----------------------
       4000-PRINT-CHART.
           MOVE 0 TO QT-COUNT-LIMIT
           MOVE 0 TO QT-COUNT-TREND
           MOVE "CENTER LINE.." TO TRS-LABEL
           MOVE QT-CENTER-LINE TO TRS-VALUE
           MOVE TR-STAT-LINE TO TREND-LINE
           PERFORM 4100-PLOT-ONE-RUN THRU 4100-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > QT-RUN-COUNT
           DISPLAY "CHARACTERISTIC " QT-CUR-CHAR
           DISPLAY "POINTS BEYOND LIMITS: " QT-COUNT-LIMIT
           DISPLAY "POINTS IN 7-RUNS....: " QT-COUNT-TREND.
       4000-EXIT.
      * APPLY THE TWO ALARM RULES
      *-----------------------
       4100-PLOT-ONE-RUN.
           IF QT-RUN-CHAR(SUB) NOT = QT-CUR-CHAR
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO QT-CHART-BAND
           MOVE "|" TO QT-CHART-BAND(26:1)
           IF QT-SIGMA > 0
