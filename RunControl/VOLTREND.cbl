       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. JOB-VOLUME-TREND.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. A step can end clean on time
      *                  and still have processed half its usual
      *                  input -- a short feed or a truncated file
      *                  looks like a good night to the schedule
      *                  monitor. The record-processing steps now log
      *                  their volumes on the JOBLOG end stamp
      *                  (records read, written and rejected, and
      *                  their primary amount total). This report
      *                  takes each job that logged volumes on the
      *                  business date and sets every figure beside
      *                  its average for the same weekday over the
      *                  prior weeks, so a Monday is judged against
      *                  Mondays. A figure outside the band either
      *                  side of the average is flagged VOLUME LOW or
      *                  VOLUME HIGH -- rejects only when high -- and
      *                  written to VOLEXCP for the batch schedule
      *                  monitor's exception page. The weeks to
      *                  average, the band percent, and the fewest
      *                  weeks that make a trend come from SYSIN; a
      *                  job with less history prints NO TREND YET
      *                  and is not flagged. Return code 0 all within
      *                  the band, 4 a figure outside it, 16 a file
      *                  could not be opened.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VT-LOG-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "VOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VT-RPT-STATUS.
           SELECT VOLUME-EXCEPTION-FILE ASSIGN TO "VOLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VT-EXC-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  JOB-LOG-FILE.
           COPY JOBLOG.

       FD  TREND-REPORT-FILE.
       01  RPT-LINE                    PIC X(110).

       FD  VOLUME-EXCEPTION-FILE.
           COPY VOLEXC.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  VT-LOG-STATUS            PIC X(02) VALUE "00".
       01  VT-RPT-STATUS            PIC X(02) VALUE "00".
       01  VT-EXC-STATUS            PIC X(02) VALUE "00".
       01  VT-LOG-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-JOB-LOG          VALUE "Y".
       01  VT-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  VT-OPEN-ERROR            VALUE "Y".
       01  VT-JOB-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  VT-JOB-FOUND             VALUE "Y".
       01  VT-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
           88  VT-TABLE-FULL            VALUE "Y".
       01  VT-OUTSIDE-SWITCH        PIC X(01) VALUE "N".
           88  VT-OUTSIDE-BAND          VALUE "Y".

      * RUN PARAMETERS, FROM SYSIN
       01  VT-WEEKS-BACK            PIC 9(02) VALUE 0.
       01  VT-BAND-PCT              PIC 9(03) VALUE 0.
       01  VT-MIN-WEEKS             PIC 9(02) VALUE 0.

      * THE BAND AS PERCENTAGES OF THE AVERAGE; A BAND OF 100 OR
      * MORE HAS NO LOW SIDE
       01  VT-LOW-PCT               PIC 9(03) VALUE 0.
       01  VT-HIGH-PCT              PIC 9(03) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  VT-VA-PROMPT-1           PIC X(60).
       01  VT-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  VT-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  VT-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  VT-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * DATE WORK -- A LOG RECORD COUNTS WHEN ITS RUN DATE IS THE
      * BUSINESS DATE OR A WHOLE NUMBER OF WEEKS BEFORE IT
       01  VT-RUN-DATE              PIC 9(08).
       01  VT-RUN-DATE-INT          PIC 9(08) VALUE 0.
       01  VT-OLDEST-DATE           PIC 9(08) VALUE 0.
       01  VT-LOG-DATE-INT          PIC 9(08) VALUE 0.
       01  VT-DAYS-BACK             PIC 9(08) VALUE 0.
       01  VT-WEEKS-AGO             PIC 9(08) VALUE 0.
       01  VT-DAY-REMAINDER         PIC 9(01) VALUE 0.

      * EACH JOB'S FIGURES ON THE BUSINESS DATE AND ON THE SAME
      * WEEKDAY OF EACH PRIOR WEEK (WEEK 1 = SEVEN DAYS BEFORE).
      * FIGURE 1 IS RECORDS READ, 2 WRITTEN, 3 REJECTED, 4 THE
      * AMOUNT TOTAL. A RERUN'S END STAMP REPLACES THE EARLIER ONE.
       01  VT-JOB-TABLE.
           05  VT-JOB-ENTRY OCCURS 100 TIMES.
               10  VT-TBL-PROGRAM      PIC X(30).
               10  VT-TBL-RAN-TODAY    PIC X(01).
               10  VT-TBL-TODAY        PIC 9(13)V9(02)
                                       OCCURS 4 TIMES.
               10  VT-TBL-WEEK OCCURS 8 TIMES.
                   15  VT-TBL-WEEK-RAN PIC X(01).
                   15  VT-TBL-WEEK-FIG PIC 9(13)V9(02)
                                       OCCURS 4 TIMES.
       01  VT-JOB-COUNT             PIC 9(03) VALUE 0.
       01  VT-JOB-SUB               PIC 9(03) VALUE 0.
       01  SUB                      PIC 9(03) VALUE 0.
       01  VT-WK-SUB                PIC 9(02) VALUE 0.
       01  VT-MS-SUB                PIC 9(02) VALUE 0.

       01  VT-MEASURE-NAMES.
           05  FILLER               PIC X(08) VALUE "READ".
           05  FILLER               PIC X(08) VALUE "WRITTEN".
           05  FILLER               PIC X(08) VALUE "REJECTED".
           05  FILLER               PIC X(08) VALUE "AMOUNT".
       01  VT-MEASURE-TABLE REDEFINES VT-MEASURE-NAMES.
           05  VT-MEASURE-NAME      PIC X(08) OCCURS 4 TIMES.

      * JUDGING ONE FIGURE
       01  VT-WEEKS-SEEN            PIC 9(02) VALUE 0.
       01  VT-TODAY                 PIC 9(13)V9(02) VALUE 0.
       01  VT-SUM                   PIC 9(15)V9(02) VALUE 0.
       01  VT-AVERAGE               PIC 9(13)V9(02) VALUE 0.
       01  VT-LOW-LIMIT             PIC 9(13)V9(02) VALUE 0.
       01  VT-HIGH-LIMIT            PIC 9(15)V9(02) VALUE 0.
       01  VT-PCT-WORK              PIC 9(15) VALUE 0.
       01  VT-PCT-OF-AVERAGE        PIC 9(05) VALUE 0.
       01  VT-FLAG-TEXT             PIC X(14) VALUE SPACES.
       01  VT-PASS-WANTED           PIC X(01) VALUE "Y".
       01  VT-COUNT-JOBS            PIC 9(03) VALUE 0.
       01  VT-COUNT-NO-TREND        PIC 9(03) VALUE 0.
       01  VT-COUNT-OUTSIDE         PIC 9(05) VALUE 0.

      * FIGURES EDITED FOR THE PAGE -- COUNTS WHOLE, THE AMOUNT
      * WITH CENTS, BOTH RIGHT-ALIGNED IN TWENTY POSITIONS
       01  VT-COUNT-EDIT-AREA.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  VT-COUNT-EDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  VT-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  VT-TODAY-TEXT            PIC X(20) VALUE SPACES.
       01  VT-AVERAGE-TEXT          PIC X(20) VALUE SPACES.

      * REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "JOB VOLUME TREND REPORT    RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RPT-PARM-LINE.
           05  FILLER              PIC X(28) VALUE
               "SAME WEEKDAY OVER THE PRIOR ".
           05  RP-WEEKS            PIC Z9.
           05  FILLER              PIC X(19) VALUE
               " WEEKS -- BAND +/- ".
           05  RP-BAND             PIC ZZ9.
           05  FILLER              PIC X(14) VALUE
               "% -- AT LEAST ".
           05  RP-MIN-WEEKS        PIC Z9.
           05  FILLER              PIC X(18) VALUE
               " WEEKS FOR A TREND".

       01  RPT-COLUMN-LINE.
           05  FILLER              PIC X(40) VALUE
               "FLAG           PROGRAM                  ".
           05  FILLER              PIC X(40) VALUE
               "      MEASURE                 TODAY     ".
           05  FILLER              PIC X(26) VALUE
               "         AVERAGE   PCT WKS".

       01  RPT-SECTION-LINE.
           05  RS-TEXT             PIC X(40).

       01  RPT-DETAIL-LINE.
           05  RD-FLAG             PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-PROGRAM          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-MEASURE          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-TODAY            PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-AVERAGE          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-PCT              PIC ZZZZ9.
           05  RD-PCT-X REDEFINES RD-PCT
                                   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-WEEKS            PIC ZZ9.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "JOB-VOLUME-TREND".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT VT-OPEN-ERROR
               PERFORM 2000-FOLD-ONE-RECORD THRU 2000-EXIT
                   UNTIL END-OF-JOB-LOG
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE RUN PARAMETERS, WORK OUT THE
      * OLDEST DATE THAT CAN COUNT, AND OPEN THE FILES
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING VT-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME VT-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1050-TAKE-PARAMETERS THRU 1050-EXIT
           COMPUTE VT-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(VT-RUN-DATE)
           COMPUTE VT-OLDEST-DATE = FUNCTION DATE-OF-INTEGER
               (VT-RUN-DATE-INT - (VT-WEEKS-BACK * 7))
           OPEN INPUT JOB-LOG-FILE
           IF VT-LOG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JOB-LOG FILE -- STATUS "
                   VT-LOG-STATUS " ***"
               SET VT-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT TREND-REPORT-FILE
           IF VT-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TREND-REPORT FILE -- "
                   "STATUS " VT-RPT-STATUS " ***"
               SET VT-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT VOLUME-EXCEPTION-FILE
           IF VT-EXC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN VOLUME-EXCEPTION FILE -- "
                   "STATUS " VT-EXC-STATUS " ***"
               SET VT-OPEN-ERROR TO TRUE
           END-IF
           IF NOT VT-OPEN-ERROR
               MOVE VT-RUN-DATE TO RH-RUN-DATE
               MOVE RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE VT-WEEKS-BACK TO RP-WEEKS
               MOVE VT-BAND-PCT TO RP-BAND
               MOVE VT-MIN-WEEKS TO RP-MIN-WEEKS
               MOVE RPT-PARM-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 1100-READ-JOB-LOG THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1050-TAKE-PARAMETERS -- HOW MANY PRIOR WEEKS TO AVERAGE,
      * HOW WIDE THE BAND IS, AND HOW MANY OF THOSE WEEKS A JOB
      * MUST HAVE RUN BEFORE ITS AVERAGE IS TRUSTED
      *-----------------------
       1050-TAKE-PARAMETERS.
           MOVE "ENTER THE NUMBER OF PRIOR WEEKS TO AVERAGE"
               TO VT-VA-PROMPT-1
           MOVE "(SAME WEEKDAY, 1 TO 8)" TO VT-VA-PROMPT-2
           MOVE 1 TO VT-VA-LOW
           MOVE 8 TO VT-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING VT-VA-PROMPT-1
               VT-VA-PROMPT-2 VT-VA-LOW VT-VA-HIGH VT-VA-RESULT
           MOVE VT-VA-RESULT TO VT-WEEKS-BACK
           MOVE "ENTER THE BAND, PERCENT EITHER SIDE OF THE AVERAGE"
               TO VT-VA-PROMPT-1
           MOVE "(1 TO 500)" TO VT-VA-PROMPT-2
           MOVE 1 TO VT-VA-LOW
           MOVE 500 TO VT-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING VT-VA-PROMPT-1
               VT-VA-PROMPT-2 VT-VA-LOW VT-VA-HIGH VT-VA-RESULT
           MOVE VT-VA-RESULT TO VT-BAND-PCT
           MOVE "ENTER THE FEWEST PRIOR WEEKS THAT MAKE A TREND"
               TO VT-VA-PROMPT-1
           MOVE "(1 TO THE NUMBER OF WEEKS AVERAGED)"
               TO VT-VA-PROMPT-2
           MOVE 1 TO VT-VA-LOW
           MOVE VT-WEEKS-BACK TO VT-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING VT-VA-PROMPT-1
               VT-VA-PROMPT-2 VT-VA-LOW VT-VA-HIGH VT-VA-RESULT
           MOVE VT-VA-RESULT TO VT-MIN-WEEKS
           IF VT-BAND-PCT < 100
               COMPUTE VT-LOW-PCT = 100 - VT-BAND-PCT
           ELSE
               MOVE 0 TO VT-LOW-PCT
           END-IF
           COMPUTE VT-HIGH-PCT = 100 + VT-BAND-PCT.
       1050-EXIT.
           EXIT.

       1100-READ-JOB-LOG.
           READ JOB-LOG-FILE
               AT END
                   SET END-OF-JOB-LOG TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 2000-FOLD-ONE-RECORD -- AN END STAMP WITH VOLUMES, ON THE
      * BUSINESS DATE OR THE SAME WEEKDAY OF A PRIOR WEEK IN RANGE,
      * GOES INTO ITS JOB'S SLOT FOR THAT WEEK. START STAMPS, END
      * STAMPS WITHOUT VOLUMES AND OTHER DAYS ARE PASSED OVER.
      *-----------------------
       2000-FOLD-ONE-RECORD.
           IF NOT JL-STAMP-IS-END OR NOT JL-VOLUMES-LOGGED
               GO TO 2000-NEXT
           END-IF
           IF JL-RUN-DATE < VT-OLDEST-DATE
                   OR JL-RUN-DATE > VT-RUN-DATE
               GO TO 2000-NEXT
           END-IF
           COMPUTE VT-LOG-DATE-INT =
               FUNCTION INTEGER-OF-DATE(JL-RUN-DATE)
           COMPUTE VT-DAYS-BACK = VT-RUN-DATE-INT - VT-LOG-DATE-INT
           DIVIDE VT-DAYS-BACK BY 7 GIVING VT-WEEKS-AGO
               REMAINDER VT-DAY-REMAINDER
           IF VT-DAY-REMAINDER NOT = 0
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-LOCATE-JOB THRU 2100-EXIT
           IF NOT VT-JOB-FOUND
               GO TO 2000-NEXT
           END-IF
           MOVE VT-JOB-SUB TO SUB
           IF VT-WEEKS-AGO = 0
               MOVE "Y" TO VT-TBL-RAN-TODAY(SUB)
               MOVE JL-RECORDS-READ TO VT-TBL-TODAY(SUB 1)
               MOVE JL-RECORDS-WRITTEN TO VT-TBL-TODAY(SUB 2)
               MOVE JL-RECORDS-REJECTED TO VT-TBL-TODAY(SUB 3)
               MOVE JL-AMOUNT-TOTAL TO VT-TBL-TODAY(SUB 4)
           ELSE
               MOVE VT-WEEKS-AGO TO VT-WK-SUB
               MOVE "Y" TO VT-TBL-WEEK-RAN(SUB VT-WK-SUB)
               MOVE JL-RECORDS-READ
                   TO VT-TBL-WEEK-FIG(SUB VT-WK-SUB 1)
               MOVE JL-RECORDS-WRITTEN
                   TO VT-TBL-WEEK-FIG(SUB VT-WK-SUB 2)
               MOVE JL-RECORDS-REJECTED
                   TO VT-TBL-WEEK-FIG(SUB VT-WK-SUB 3)
               MOVE JL-AMOUNT-TOTAL
                   TO VT-TBL-WEEK-FIG(SUB VT-WK-SUB 4)
           END-IF.
       2000-NEXT.
           PERFORM 1100-READ-JOB-LOG THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-LOCATE-JOB -- THE JOB'S SLOT, ADDED ON FIRST SIGHT.
      * PAST 100 JOBS THE REST ARE LEFT OFF AND A WARNING PRINTS.
      *-----------------------
       2100-LOCATE-JOB.
           MOVE "N" TO VT-JOB-FOUND-SWITCH
           PERFORM 2110-MATCH-ONE-JOB THRU 2110-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > VT-JOB-COUNT OR VT-JOB-FOUND
           IF VT-JOB-FOUND
               GO TO 2100-EXIT
           END-IF
           IF VT-JOB-COUNT >= 100
               SET VT-TABLE-FULL TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO VT-JOB-COUNT
           MOVE VT-JOB-COUNT TO VT-JOB-SUB
           MOVE ZEROS TO VT-JOB-ENTRY(VT-JOB-SUB)
           MOVE JL-PROGRAM-NAME TO VT-TBL-PROGRAM(VT-JOB-SUB)
           MOVE "N" TO VT-TBL-RAN-TODAY(VT-JOB-SUB)
           PERFORM 2120-CLEAR-ONE-WEEK THRU 2120-EXIT
               VARYING VT-WK-SUB FROM 1 BY 1
               UNTIL VT-WK-SUB > 8
           SET VT-JOB-FOUND TO TRUE.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-JOB.
           IF VT-TBL-PROGRAM(SUB) = JL-PROGRAM-NAME
               SET VT-JOB-FOUND TO TRUE
               MOVE SUB TO VT-JOB-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-CLEAR-ONE-WEEK.
           MOVE "N" TO VT-TBL-WEEK-RAN(VT-JOB-SUB VT-WK-SUB).
       2120-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-REPORT -- THE FIGURES OUTSIDE THE BAND FIRST,
      * THEN EVERY FIGURE OF EVERY JOB THAT RAN
      *-----------------------
       3000-PRINT-REPORT.
           MOVE "*** OUTSIDE THE BAND ***" TO RS-TEXT
           MOVE RPT-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Y" TO VT-PASS-WANTED
           PERFORM 3100-JUDGE-ONE-JOB THRU 3100-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > VT-JOB-COUNT
           MOVE "ALL JOBS" TO RS-TEXT
           MOVE RPT-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO VT-PASS-WANTED
           PERFORM 3100-JUDGE-ONE-JOB THRU 3100-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > VT-JOB-COUNT
           DISPLAY "JOB-VOLUME-TREND SUMMARY"
           DISPLAY "  JOBS WITH VOLUMES: " VT-COUNT-JOBS
           DISPLAY "  NO TREND YET.....: " VT-COUNT-NO-TREND
           DISPLAY "  OUTSIDE THE BAND.: " VT-COUNT-OUTSIDE
           IF VT-TABLE-FULL
               DISPLAY "*** WARNING: MORE THAN 100 JOBS IN THE LOG "
                   "WINDOW -- THE REST ARE NOT JUDGED ***"
           END-IF
           IF VT-COUNT-OUTSIDE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 3100-JUDGE-ONE-JOB -- A JOB THAT LOGGED VOLUMES ON THE
      * BUSINESS DATE, FIGURE BY FIGURE. A JOB SEEN ONLY IN EARLIER
      * WEEKS DID NOT RUN TODAY; THE SCHEDULE MONITOR REPORTS THAT.
      *-----------------------
       3100-JUDGE-ONE-JOB.
           IF VT-TBL-RAN-TODAY(SUB) NOT = "Y"
               GO TO 3100-EXIT
           END-IF
           MOVE 0 TO VT-WEEKS-SEEN
           PERFORM 3110-COUNT-ONE-WEEK THRU 3110-EXIT
               VARYING VT-WK-SUB FROM 1 BY 1
               UNTIL VT-WK-SUB > VT-WEEKS-BACK
           IF VT-PASS-WANTED = "Y"
               ADD 1 TO VT-COUNT-JOBS
               IF VT-WEEKS-SEEN < VT-MIN-WEEKS
                   ADD 1 TO VT-COUNT-NO-TREND
               END-IF
           END-IF
           PERFORM 3200-JUDGE-ONE-FIGURE THRU 3200-EXIT
               VARYING VT-MS-SUB FROM 1 BY 1
               UNTIL VT-MS-SUB > 4.
       3100-EXIT.
           EXIT.

       3110-COUNT-ONE-WEEK.
           IF VT-TBL-WEEK-RAN(SUB VT-WK-SUB) = "Y"
               ADD 1 TO VT-WEEKS-SEEN
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------
      * 3200-JUDGE-ONE-FIGURE -- TODAY'S FIGURE AGAINST THE AVERAGE
      * OF THE WEEKS THE JOB RAN. BELOW THE LOW LIMIT IS VOLUME LOW,
      * ABOVE THE HIGH LIMIT VOLUME HIGH; FEWER REJECTS THAN USUAL
      * IS NOT AN EXCEPTION.
      *-----------------------
       3200-JUDGE-ONE-FIGURE.
           MOVE VT-TBL-TODAY(SUB VT-MS-SUB) TO VT-TODAY
           MOVE 0 TO VT-SUM
           PERFORM 3210-ADD-ONE-WEEK THRU 3210-EXIT
               VARYING VT-WK-SUB FROM 1 BY 1
               UNTIL VT-WK-SUB > VT-WEEKS-BACK
           MOVE 0 TO VT-AVERAGE
           MOVE 0 TO VT-PCT-OF-AVERAGE
           MOVE "N" TO VT-OUTSIDE-SWITCH
           MOVE "OK" TO VT-FLAG-TEXT
           IF VT-WEEKS-SEEN > 0
               COMPUTE VT-AVERAGE ROUNDED = VT-SUM / VT-WEEKS-SEEN
           END-IF
           IF VT-AVERAGE > 0
               COMPUTE VT-PCT-WORK ROUNDED =
                   VT-TODAY * 100 / VT-AVERAGE
               IF VT-PCT-WORK > 99999
                   MOVE 99999 TO VT-PCT-OF-AVERAGE
               ELSE
                   MOVE VT-PCT-WORK TO VT-PCT-OF-AVERAGE
               END-IF
           END-IF
           IF VT-WEEKS-SEEN < VT-MIN-WEEKS
               MOVE "NO TREND YET" TO VT-FLAG-TEXT
               GO TO 3200-PRINT
           END-IF
           COMPUTE VT-LOW-LIMIT = VT-AVERAGE * VT-LOW-PCT / 100
           COMPUTE VT-HIGH-LIMIT = VT-AVERAGE * VT-HIGH-PCT / 100
           EVALUATE TRUE
               WHEN VT-TODAY > VT-HIGH-LIMIT AND VT-MS-SUB = 3
                   SET VT-OUTSIDE-BAND TO TRUE
                   MOVE "REJECTS HIGH" TO VT-FLAG-TEXT
               WHEN VT-TODAY > VT-HIGH-LIMIT
                   SET VT-OUTSIDE-BAND TO TRUE
                   MOVE "VOLUME HIGH" TO VT-FLAG-TEXT
               WHEN VT-MS-SUB = 3
                   CONTINUE
               WHEN VT-TODAY < VT-LOW-LIMIT
                   SET VT-OUTSIDE-BAND TO TRUE
                   MOVE "VOLUME LOW" TO VT-FLAG-TEXT
           END-EVALUATE.
       3200-PRINT.
           PERFORM 3300-EDIT-FIGURES THRU 3300-EXIT
           IF VT-PASS-WANTED = "Y"
               IF VT-OUTSIDE-BAND
                   ADD 1 TO VT-COUNT-OUTSIDE
                   PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT
                   PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
               END-IF
           ELSE
               PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-ADD-ONE-WEEK.
           IF VT-TBL-WEEK-RAN(SUB VT-WK-SUB) = "Y"
               ADD VT-TBL-WEEK-FIG(SUB VT-WK-SUB VT-MS-SUB)
                   TO VT-SUM
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------
      * 3300-EDIT-FIGURES -- TODAY AND THE AVERAGE AS THEY PRINT:
      * COUNTS ROUNDED TO WHOLE RECORDS, THE AMOUNT WITH CENTS. NO
      * PRIOR WEEKS, NO AVERAGE.
      *-----------------------
       3300-EDIT-FIGURES.
           MOVE SPACES TO VT-AVERAGE-TEXT
           IF VT-MS-SUB = 4
               MOVE VT-TODAY TO VT-AMOUNT-EDIT
               MOVE VT-AMOUNT-EDIT TO VT-TODAY-TEXT
               IF VT-WEEKS-SEEN > 0
                   MOVE VT-AVERAGE TO VT-AMOUNT-EDIT
                   MOVE VT-AMOUNT-EDIT TO VT-AVERAGE-TEXT
               END-IF
           ELSE
               MOVE VT-TODAY TO VT-COUNT-EDIT
               MOVE VT-COUNT-EDIT-AREA TO VT-TODAY-TEXT
               IF VT-WEEKS-SEEN > 0
                   COMPUTE VT-COUNT-EDIT ROUNDED = VT-AVERAGE
                   MOVE VT-COUNT-EDIT-AREA TO VT-AVERAGE-TEXT
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3400-WRITE-DETAIL.
           MOVE VT-FLAG-TEXT TO RD-FLAG
           MOVE VT-TBL-PROGRAM(SUB) TO RD-PROGRAM
           MOVE VT-MEASURE-NAME(VT-MS-SUB) TO RD-MEASURE
           MOVE VT-TODAY-TEXT TO RD-TODAY
           MOVE VT-AVERAGE-TEXT TO RD-AVERAGE
           IF VT-AVERAGE > 0
               MOVE VT-PCT-OF-AVERAGE TO RD-PCT
           ELSE
               MOVE SPACES TO RD-PCT-X
           END-IF
           MOVE VT-WEEKS-SEEN TO RD-WEEKS
           MOVE RPT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3400-EXIT.
           EXIT.

      *-----------------------
      * 3500-WRITE-EXCEPTION -- THE FIGURE AS PRINTED, FOR THE
      * SCHEDULE MONITOR'S EXCEPTION PAGE
      *-----------------------
       3500-WRITE-EXCEPTION.
           MOVE VT-RUN-DATE TO VX-RUN-DATE
           MOVE VT-TBL-PROGRAM(SUB) TO VX-PROGRAM-NAME
           MOVE VT-FLAG-TEXT TO VX-FLAG
           MOVE VT-MEASURE-NAME(VT-MS-SUB) TO VX-MEASURE
           MOVE VT-TODAY-TEXT TO VX-TODAY-TEXT
           MOVE VT-AVERAGE-TEXT TO VX-AVERAGE-TEXT
           MOVE VT-PCT-OF-AVERAGE TO VX-PCT-OF-AVERAGE
           WRITE VOLUME-EXCEPTION-RECORD.
       3500-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME VT-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE JOB-LOG-FILE
           CLOSE TREND-REPORT-FILE
           CLOSE VOLUME-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM JOB-VOLUME-TREND.
