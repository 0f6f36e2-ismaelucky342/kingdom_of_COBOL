       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ANNUAL-WAGE-FILING.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Builds the annual wage and
      *                  withholding report for the tax authority as
      *                  a fixed-format electronic submission instead
      *                  of someone keying it into the portal from the
      *                  printed year-end statements: a submitter
      *                  record, an employer record, one wage record
      *                  per employee closed on YEARHIST for the keyed
      *                  tax year (wages from the close, withholding
      *                  from PAYHIST, taxpayer ID from the master),
      *                  a state/local record per jurisdiction the
      *                  employee was withheld for, and the totals
      *                  and final records. The file's totals are
      *                  reconciled to the four quarters TAXRPT saved
      *                  on TAXQTR; only a file that ties out is
      *                  logged to the transmission register.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT YEAR-HISTORY-FILE ASSIGN TO "YEARHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YH-KEY
               FILE STATUS IS WF-YH-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WF-PH-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WF-EMP-STATUS.
           SELECT OPTIONAL TAX-QUARTER-FILE ASSIGN TO "TAXQTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TQ-KEY
               FILE STATUS IS WF-TQ-STATUS.
           SELECT WAGE-FILING-FILE ASSIGN TO "WAGEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WF-FIL-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "WFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WF-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  YEAR-HISTORY-FILE.
           COPY YEARHST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  TAX-QUARTER-FILE.
           COPY TAXQTR.

       FD  WAGE-FILING-FILE.
       01  WG-RECORD               PIC X(512).

       FD  CONTROL-REPORT-FILE.
       01  RPT-LINE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  WF-YH-STATUS             PIC X(02) VALUE "00".
       01  WF-PH-STATUS             PIC X(02) VALUE "00".
       01  WF-EMP-STATUS            PIC X(02) VALUE "00".
           88  WF-EMP-STATUS-OK        VALUE "00".
       01  WF-TQ-STATUS             PIC X(02) VALUE "00".
       01  WF-FIL-STATUS            PIC X(02) VALUE "00".
       01  WF-RPT-STATUS            PIC X(02) VALUE "00".
       01  WF-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-YEAR-HISTORY     VALUE "Y".
       01  WF-PH-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-EMP-HISTORY      VALUE "Y".
       01  WF-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  WF-OPEN-ERROR           VALUE "Y".
       01  WF-BALANCE-SWITCH        PIC X(01) VALUE "Y".
           88  WF-IN-BALANCE           VALUE "Y".
           88  WF-OUT-OF-BALANCE       VALUE "N".
       01  WF-JUR-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  WF-JUR-FOUND            VALUE "Y".
       01  WF-QTR-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  WF-QTR-FOUND            VALUE "Y".

      * THE KEYED TAX YEAR AND ITS PAY-HISTORY DATE RANGE
       01  WF-TAX-YEAR              PIC 9(04) VALUE 0.
       01  WF-FROM-DATE             PIC 9(08) VALUE 0.
       01  WF-TO-DATE               PIC 9(08) VALUE 0.
       01  WF-PH-PERIOD             PIC 9(06) VALUE 0.
       01  WF-PH-MONTH              PIC 9(02) VALUE 0.
       01  WF-QTR                   PIC 9(01) VALUE 0.
       01  WF-RUN-DATE              PIC 9(08).

      * THE EMPLOYER FILING -- THE EIN IS THE ONE THE ACH COMPANY ID
      * CARRIES AFTER ITS LEADING 1
       01  WF-EMPLOYER-EIN          PIC X(09) VALUE "916040321".
       01  WF-EMPLOYER-NAME         PIC X(57) VALUE
               "KINGDOM PAYROLL".

      * ONE EMPLOYEE'S FIGURES FROM PAY HISTORY
       01  WF-EMP-TAXPAYER-ID       PIC X(09).
       01  WF-EMP-PH-GROSS          PIC 9(09)V9(02) VALUE 0.
       01  WF-EMP-FED               PIC 9(09)V9(02) VALUE 0.
       01  WF-EMP-STLOC             PIC 9(09)V9(02) VALUE 0.
       01  WF-EXCEPTION-REASON      PIC X(40).

      * THE EMPLOYEE'S STATE AND LOCAL JURISDICTIONS FOR THE YEAR,
      * EACH WITH THE WAGES PAID AND TAX WITHHELD UNDER IT
       01  WF-EJ-TABLE.
           05  WF-EJ-ENTRY OCCURS 10 TIMES.
               10  WF-EJ-CODE          PIC X(04).
               10  WF-EJ-LEVEL         PIC X(01).
               10  WF-EJ-WAGES         PIC 9(09)V9(02).
               10  WF-EJ-WITHHELD      PIC 9(09)V9(02).
       01  WF-EJ-COUNT              PIC 9(02) VALUE 0.
       01  WF-EJ-SUB                PIC 9(02) VALUE 0.
       01  WF-EJ-OVFL-SWITCH        PIC X(01) VALUE "N".
           88  WF-EJ-OVERFLOW          VALUE "Y".
       01  WF-JUR-WANT-CODE         PIC X(04).
       01  WF-JUR-WANT-LEVEL        PIC X(01).
       01  WF-JUR-AMOUNT            PIC 9(07)V9(02) VALUE 0.
       01  SUB                      PIC 9(02) VALUE 0.

      * PER-QUARTER FIGURES -- FILED (FROM THE PAY HISTORY OF THE
      * EMPLOYEES ON THE FILE) AND REPORTED (FROM TAXQTR)
       01  WF-QTR-TABLE.
           05  WF-QTR-ENTRY OCCURS 4 TIMES.
               10  WF-QF-GROSS         PIC 9(11)V9(02).
               10  WF-QF-FED           PIC 9(11)V9(02).
               10  WF-QF-STLOC         PIC 9(11)V9(02).
               10  WF-QR-GROSS         PIC 9(11)V9(02).
               10  WF-QR-FED           PIC 9(11)V9(02).
               10  WF-QR-STLOC         PIC 9(11)V9(02).
       01  WF-YR-GROSS              PIC 9(11)V9(02) VALUE 0.
       01  WF-YR-FED                PIC 9(11)V9(02) VALUE 0.
       01  WF-YR-STLOC              PIC 9(11)V9(02) VALUE 0.

      * RUN TOTALS
       01  WF-COUNT-EMPLOYEES       PIC 9(07) VALUE 0.
       01  WF-COUNT-RECORDS         PIC 9(07) VALUE 0.
       01  WF-COUNT-EXCEPTIONS      PIC 9(05) VALUE 0.
       01  WF-COUNT-QTR-MISSING     PIC 9(01) VALUE 0.
       01  WF-FILE-WAGES            PIC 9(11)V9(02) VALUE 0.
       01  WF-FILE-FED              PIC 9(11)V9(02) VALUE 0.
       01  WF-FILE-STLOC            PIC 9(11)V9(02) VALUE 0.

      * ONE RECONCILIATION LINE'S COMPARISON
       01  WF-CMP-REPORTED          PIC 9(11)V9(02) VALUE 0.
       01  WF-CMP-FILED             PIC 9(11)V9(02) VALUE 0.
       01  WF-CMP-DIFF              PIC S9(11)V9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  WF-VA-PROMPT-1           PIC X(60).
       01  WF-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  WF-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  WF-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  WF-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * FILING RECORDS -- 512 BYTES EACH, AMOUNTS IN CENTS WITH NO
      * DECIMAL POINT, RIGHT-JUSTIFIED AND ZERO-FILLED
       01  WG-SUBMITTER-RECORD.
           05  FILLER               PIC X(02) VALUE "RA".
           05  RA-SUBMITTER-EIN     PIC X(09).
           05  RA-SUBMITTER-NAME    PIC X(57).
           05  RA-TAX-YEAR          PIC 9(04).
           05  RA-CREATE-DATE       PIC 9(08).
           05  FILLER               PIC X(432) VALUE SPACES.

       01  WG-EMPLOYER-RECORD.
           05  FILLER               PIC X(02) VALUE "RE".
           05  RE-TAX-YEAR          PIC 9(04).
           05  RE-EMPLOYER-EIN      PIC X(09).
           05  RE-EMPLOYER-NAME     PIC X(57).
           05  FILLER               PIC X(440) VALUE SPACES.

       01  WG-WAGE-RECORD.
           05  FILLER               PIC X(02) VALUE "RW".
           05  RW-TAXPAYER-ID       PIC X(09).
           05  RW-EMP-NAME          PIC X(20).
           05  RW-EMP-ID            PIC 9(05).
           05  RW-WAGES             PIC 9(09)V9(02).
           05  RW-FED-WITHHELD      PIC 9(09)V9(02).
           05  FILLER               PIC X(454) VALUE SPACES.

       01  WG-STATE-RECORD.
           05  FILLER               PIC X(02) VALUE "RS".
           05  RS-JURIS-LEVEL       PIC X(01).
           05  RS-JURIS-CODE        PIC X(04).
           05  RS-TAXPAYER-ID       PIC X(09).
           05  RS-EMP-ID            PIC 9(05).
           05  RS-WAGES             PIC 9(09)V9(02).
           05  RS-WITHHELD          PIC 9(09)V9(02).
           05  FILLER               PIC X(469) VALUE SPACES.

       01  WG-TOTAL-RECORD.
           05  FILLER               PIC X(02) VALUE "RT".
           05  RT-EMPLOYEE-COUNT    PIC 9(07).
           05  RT-WAGES             PIC 9(13)V9(02).
           05  RT-FED-WITHHELD      PIC 9(13)V9(02).
           05  RT-STLOC-WITHHELD    PIC 9(13)V9(02).
           05  FILLER               PIC X(458) VALUE SPACES.

       01  WG-FINAL-RECORD.
           05  FILLER               PIC X(02) VALUE "RF".
           05  RF-EMPLOYEE-COUNT    PIC 9(09).
           05  FILLER               PIC X(501) VALUE SPACES.

      * CONTROL REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "ANNUAL WAGE AND TAX FILING CONTROL".
           05  FILLER              PIC X(09) VALUE "TAX YEAR ".
           05  RH-YEAR             PIC 9(04).
           05  FILLER              PIC X(06) VALUE "  RUN ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RPT-COL-LINE.
           05  FILLER              PIC X(07) VALUE "EMP ID ".
           05  FILLER              PIC X(21) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(10) VALUE "TIN".
           05  FILLER              PIC X(13) VALUE "       WAGES".
           05  FILLER              PIC X(13) VALUE " FED WITHHELD".
           05  FILLER              PIC X(13) VALUE " ST/LOC WHELD".

       01  RPT-DETAIL-LINE.
           05  RD-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-TAXPAYER-ID      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-WAGES            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-FED              PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-STLOC            PIC Z,ZZZ,ZZ9.99.

       01  RPT-EXCEPTION-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "*** ".
           05  RX-REASON           PIC X(40).

       01  RPT-RECON-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "RECONCILIATION TO REPORTED QUARTERS".

       01  RPT-RECON-COL-LINE.
           05  FILLER              PIC X(16) VALUE "QTR  MEASURE".
           05  FILLER              PIC X(15) VALUE "      REPORTED".
           05  FILLER              PIC X(15) VALUE "         FILED".
           05  FILLER              PIC X(16) VALUE "      DIFFERENCE".

       01  RPT-RECON-LINE.
           05  RQ-LABEL            PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RQ-MEASURE          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RQ-REPORTED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RQ-FILED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RQ-DIFF             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RQ-FLAG             PIC X(12).

       01  RPT-TOTAL-LINE.
           05  RL-LABEL            PIC X(22).
           05  RL-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-STATUS-LINE         PIC X(80).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "ANNUAL-WAGE-FILING".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME             PIC X(08) VALUE "WAGEFIL ".
       01  XT-DIRECTION             PIC X(01) VALUE "O".
       01  XT-COUNT                 PIC 9(07) VALUE 0.
       01  XT-HASH                  PIC 9(13)V9(02) VALUE 0.
       01  XT-STATUS                PIC X(01) VALUE "P".
       01  XT-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WF-OPEN-ERROR
               PERFORM 1500-WRITE-HEADERS THRU 1500-EXIT
               PERFORM 2000-FILE-ONE-EMPLOYEE THRU 2000-EXIT
                   UNTIL END-OF-YEAR-HISTORY
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
               PERFORM 4000-RECONCILE-QUARTERS THRU 4000-EXIT
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE TAX YEAR, SET ITS DATE RANGE,
      * AND OPEN THE FILES. A MISSING TAXQTR OPENS EMPTY AND EVERY
      * QUARTER THEN REPORTS AS NOT ON FILE.
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE TAX YEAR BEING FILED (CCYY)"
               TO WF-VA-PROMPT-1
           MOVE 1990 TO WF-VA-LOW
           MOVE 2099 TO WF-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING WF-VA-PROMPT-1
               WF-VA-PROMPT-2 WF-VA-LOW WF-VA-HIGH WF-VA-RESULT
           MOVE WF-VA-RESULT TO WF-TAX-YEAR
           COMPUTE WF-FROM-DATE = (WF-TAX-YEAR * 10000) + 0101
           COMPUTE WF-TO-DATE = (WF-TAX-YEAR * 10000) + 1231
           CALL "BUSINESS-DATE" USING WF-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME WF-RUN-DATE
               JB-TYPE JB-CODE
           MOVE ZEROS TO WF-QTR-TABLE
           OPEN INPUT YEAR-HISTORY-FILE
           IF WF-YH-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN YEAR-HISTORY FILE -- "
                   "STATUS " WF-YH-STATUS " ***"
               SET WF-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WF-PH-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN PAY-HISTORY FILE -- "
                   "STATUS " WF-PH-STATUS " ***"
               SET WF-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WF-EMP-STATUS-OK
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " WF-EMP-STATUS " ***"
               SET WF-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT TAX-QUARTER-FILE
           IF WF-TQ-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN TAX-QUARTER FILE -- "
                   "STATUS " WF-TQ-STATUS " ***"
               SET WF-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT WAGE-FILING-FILE
           IF WF-FIL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN WAGE-FILING FILE -- "
                   "STATUS " WF-FIL-STATUS " ***"
               SET WF-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WF-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CONTROL-REPORT FILE -- "
                   "STATUS " WF-RPT-STATUS " ***"
               SET WF-OPEN-ERROR TO TRUE
           END-IF
           IF NOT WF-OPEN-ERROR
               MOVE WF-TAX-YEAR TO RH-YEAR
               MOVE WF-RUN-DATE TO RH-RUN-DATE
               MOVE RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE RPT-COL-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 1100-READ-YEAR-HISTORY THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-YEAR-HISTORY.
           READ YEAR-HISTORY-FILE
               AT END
                   SET END-OF-YEAR-HISTORY TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1500-WRITE-HEADERS -- THE SUBMITTER AND EMPLOYER RECORDS
      * THAT OPEN THE SUBMISSION. WE FILE FOR OURSELVES, SO THE
      * SUBMITTER IS THE EMPLOYER.
      *-----------------------
       1500-WRITE-HEADERS.
           MOVE WF-EMPLOYER-EIN TO RA-SUBMITTER-EIN
           MOVE WF-EMPLOYER-NAME TO RA-SUBMITTER-NAME
           MOVE WF-TAX-YEAR TO RA-TAX-YEAR
           MOVE WF-RUN-DATE TO RA-CREATE-DATE
           MOVE WG-SUBMITTER-RECORD TO WG-RECORD
           WRITE WG-RECORD
           ADD 1 TO WF-COUNT-RECORDS
           MOVE WF-TAX-YEAR TO RE-TAX-YEAR
           MOVE WF-EMPLOYER-EIN TO RE-EMPLOYER-EIN
           MOVE WF-EMPLOYER-NAME TO RE-EMPLOYER-NAME
           MOVE WG-EMPLOYER-RECORD TO WG-RECORD
           WRITE WG-RECORD
           ADD 1 TO WF-COUNT-RECORDS.
       1500-EXIT.
           EXIT.

      *-----------------------
      * 2000-FILE-ONE-EMPLOYEE -- AN EMPLOYEE CLOSED FOR THE TAX
      * YEAR GETS A WAGE RECORD AND ITS STATE/LOCAL RECORDS. WAGES
      * ARE THE CLOSED ANNUAL GROSS; WITHHOLDING IS SUMMED FROM THE
      * YEAR'S PAY HISTORY, WHICH ALSO CROSS-CHECKS THE CLOSE.
      *-----------------------
       2000-FILE-ONE-EMPLOYEE.
           IF YH-YEAR NOT = WF-TAX-YEAR
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WF-COUNT-EMPLOYEES
           PERFORM 2100-GET-TAXPAYER-ID THRU 2100-EXIT
           PERFORM 2200-SUM-PAY-HISTORY THRU 2200-EXIT
           MOVE WF-EMP-TAXPAYER-ID TO RW-TAXPAYER-ID
           MOVE YH-EMP-NAME TO RW-EMP-NAME
           MOVE YH-EMP-ID TO RW-EMP-ID
           MOVE YH-ANNUAL-GROSS TO RW-WAGES
           MOVE WF-EMP-FED TO RW-FED-WITHHELD
           MOVE WG-WAGE-RECORD TO WG-RECORD
           WRITE WG-RECORD
           ADD 1 TO WF-COUNT-RECORDS
           ADD YH-ANNUAL-GROSS TO WF-FILE-WAGES
           ADD WF-EMP-FED TO WF-FILE-FED
           PERFORM 2400-WRITE-STATE-RECORD THRU 2400-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > WF-EJ-COUNT
           MOVE YH-EMP-ID TO RD-EMP-ID
           MOVE YH-EMP-NAME TO RD-EMP-NAME
           MOVE ALL "*" TO RD-TAXPAYER-ID
           MOVE WF-EMP-TAXPAYER-ID(6:4) TO RD-TAXPAYER-ID(6:4)
           MOVE YH-ANNUAL-GROSS TO RD-WAGES
           MOVE WF-EMP-FED TO RD-FED
           MOVE WF-EMP-STLOC TO RD-STLOC
           MOVE RPT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WF-EMP-TAXPAYER-ID = ZEROS
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF
           IF WF-EMP-PH-GROSS NOT = YH-ANNUAL-GROSS
               MOVE "CLOSED GROSS DIFFERS FROM PAY HISTORY"
                   TO WF-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF
           IF WF-EJ-OVERFLOW
               MOVE "OVER 10 JURISDICTIONS - FILE INCOMPLETE"
                   TO WF-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               SET WF-OUT-OF-BALANCE TO TRUE
           END-IF.
       2000-READ-NEXT.
           PERFORM 1100-READ-YEAR-HISTORY THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-GET-TAXPAYER-ID -- FROM THE CURRENT MASTER. AN
      * EMPLOYEE WITH NO USABLE ID (OR SINCE DELETED) IS FILED
      * WITH ZEROS, THE AUTHORITY'S "APPLIED FOR" CONVENTION, AND
      * LISTED AS AN EXCEPTION FOR HR TO CHASE.
      *-----------------------
       2100-GET-TAXPAYER-ID.
           MOVE ZEROS TO WF-EMP-TAXPAYER-ID
           MOVE YH-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER - TAXPAYER ID FILED ZERO"
                       TO WF-EXCEPTION-REASON
                   GO TO 2100-EXIT
           END-READ
           IF EM-TAXPAYER-ID NUMERIC
               AND EM-TAXPAYER-ID NOT = ZEROS
               MOVE EM-TAXPAYER-ID TO WF-EMP-TAXPAYER-ID
           ELSE
               MOVE "NO TAXPAYER ID ON MASTER - FILED ZERO"
                   TO WF-EXCEPTION-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2200-SUM-PAY-HISTORY -- EVERY PAYMENT DATED IN THE TAX YEAR
      * FOR THIS EMPLOYEE, TAKEN THE WAY THE QUARTERLY REPORT TAKES
      * THEM: ONLY PAYMENTS CARRYING A WITHHELD FIGURE COUNT
      *-----------------------
       2200-SUM-PAY-HISTORY.
           MOVE 0 TO WF-EMP-PH-GROSS
           MOVE 0 TO WF-EMP-FED
           MOVE 0 TO WF-EMP-STLOC
           MOVE 0 TO WF-EJ-COUNT
           MOVE "N" TO WF-EJ-OVFL-SWITCH
           MOVE "N" TO WF-PH-EOF-SWITCH
           MOVE YH-EMP-ID TO PH-EMP-ID
           MOVE WF-FROM-DATE TO PH-RUN-DATE
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   SET END-OF-EMP-HISTORY TO TRUE
           END-START
           PERFORM 2210-READ-PAY-HISTORY THRU 2210-EXIT
           PERFORM 2220-TAKE-ONE-PAYMENT THRU 2220-EXIT
               UNTIL END-OF-EMP-HISTORY.
       2200-EXIT.
           EXIT.

       2210-READ-PAY-HISTORY.
           IF NOT END-OF-EMP-HISTORY
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-EMP-HISTORY TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-EMP-HISTORY
               IF PH-EMP-ID NOT = YH-EMP-ID
                   OR PH-RUN-DATE > WF-TO-DATE
                   SET END-OF-EMP-HISTORY TO TRUE
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

       2220-TAKE-ONE-PAYMENT.
           IF PH-TAX-WITHHELD NOT NUMERIC
               GO TO 2220-READ-NEXT
           END-IF
           DIVIDE PH-RUN-DATE BY 100 GIVING WF-PH-PERIOD
           COMPUTE WF-PH-MONTH = WF-PH-PERIOD - (WF-TAX-YEAR * 100)
           COMPUTE WF-QTR = (WF-PH-MONTH + 2) / 3
           IF PH-GROSS NUMERIC
               ADD PH-GROSS TO WF-EMP-PH-GROSS
               ADD PH-GROSS TO WF-QF-GROSS(WF-QTR)
           END-IF
           ADD PH-TAX-WITHHELD TO WF-EMP-FED
           ADD PH-TAX-WITHHELD TO WF-QF-FED(WF-QTR)
           IF PH-STATE-WITHHELD NUMERIC
               IF PH-STATE-WITHHELD > 0
                   MOVE PH-STATE-CODE TO WF-JUR-WANT-CODE
                   MOVE "S" TO WF-JUR-WANT-LEVEL
                   MOVE PH-STATE-WITHHELD TO WF-JUR-AMOUNT
                   PERFORM 2300-FOLD-JURISDICTION THRU 2300-EXIT
               END-IF
           END-IF
           IF PH-LOCAL-WITHHELD NUMERIC
               IF PH-LOCAL-WITHHELD > 0
                   MOVE PH-LOCAL-CODE TO WF-JUR-WANT-CODE
                   MOVE "L" TO WF-JUR-WANT-LEVEL
                   MOVE PH-LOCAL-WITHHELD TO WF-JUR-AMOUNT
                   PERFORM 2300-FOLD-JURISDICTION THRU 2300-EXIT
               END-IF
           END-IF.
       2220-READ-NEXT.
           PERFORM 2210-READ-PAY-HISTORY THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

      *-----------------------
      * 2300-FOLD-JURISDICTION -- ONE PAYMENT'S STATE OR LOCAL
      * WITHHOLDING JOINS ITS JURISDICTION'S WAGES AND TAX, AND THE
      * QUARTER'S STATE/LOCAL TOTAL. A JURISDICTION THAT DOES NOT
      * FIT IS LEFT OFF THE FILE AND HOLDS THE FILE BACK.
      *-----------------------
       2300-FOLD-JURISDICTION.
           ADD WF-JUR-AMOUNT TO WF-EMP-STLOC
           ADD WF-JUR-AMOUNT TO WF-QF-STLOC(WF-QTR)
           MOVE "N" TO WF-JUR-FOUND-SWITCH
           PERFORM 2310-SEARCH-JURISDICTION THRU 2310-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > WF-EJ-COUNT
           IF WF-JUR-FOUND
               MOVE WF-EJ-SUB TO SUB
           ELSE
               IF WF-EJ-COUNT >= 10
                   SET WF-EJ-OVERFLOW TO TRUE
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WF-EJ-COUNT
               MOVE WF-EJ-COUNT TO SUB
               MOVE WF-JUR-WANT-CODE TO WF-EJ-CODE(SUB)
               MOVE WF-JUR-WANT-LEVEL TO WF-EJ-LEVEL(SUB)
               MOVE 0 TO WF-EJ-WAGES(SUB)
               MOVE 0 TO WF-EJ-WITHHELD(SUB)
           END-IF
           IF PH-GROSS NUMERIC
               ADD PH-GROSS TO WF-EJ-WAGES(SUB)
           END-IF
           ADD WF-JUR-AMOUNT TO WF-EJ-WITHHELD(SUB).
       2300-EXIT.
           EXIT.

       2310-SEARCH-JURISDICTION.
           IF WF-EJ-CODE(SUB) = WF-JUR-WANT-CODE
               AND WF-EJ-LEVEL(SUB) = WF-JUR-WANT-LEVEL
               SET WF-JUR-FOUND TO TRUE
               MOVE SUB TO WF-EJ-SUB
           END-IF.
       2310-EXIT.
           EXIT.

       2400-WRITE-STATE-RECORD.
           MOVE WF-EJ-LEVEL(SUB) TO RS-JURIS-LEVEL
           MOVE WF-EJ-CODE(SUB) TO RS-JURIS-CODE
           MOVE WF-EMP-TAXPAYER-ID TO RS-TAXPAYER-ID
           MOVE YH-EMP-ID TO RS-EMP-ID
           MOVE WF-EJ-WAGES(SUB) TO RS-WAGES
           MOVE WF-EJ-WITHHELD(SUB) TO RS-WITHHELD
           MOVE WG-STATE-RECORD TO WG-RECORD
           WRITE WG-RECORD
           ADD 1 TO WF-COUNT-RECORDS
           ADD WF-EJ-WITHHELD(SUB) TO WF-FILE-STLOC.
       2400-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WF-COUNT-EXCEPTIONS
           MOVE WF-EXCEPTION-REASON TO RX-REASON
           MOVE RPT-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------
      * 3000-WRITE-TOTALS -- THE TOTALS AND FINAL RECORDS THAT
      * CLOSE THE SUBMISSION
      *-----------------------
       3000-WRITE-TOTALS.
           MOVE WF-COUNT-EMPLOYEES TO RT-EMPLOYEE-COUNT
           MOVE WF-FILE-WAGES TO RT-WAGES
           MOVE WF-FILE-FED TO RT-FED-WITHHELD
           MOVE WF-FILE-STLOC TO RT-STLOC-WITHHELD
           MOVE WG-TOTAL-RECORD TO WG-RECORD
           WRITE WG-RECORD
           ADD 1 TO WF-COUNT-RECORDS
           MOVE WF-COUNT-EMPLOYEES TO RF-EMPLOYEE-COUNT
           MOVE WG-FINAL-RECORD TO WG-RECORD
           WRITE WG-RECORD
           ADD 1 TO WF-COUNT-RECORDS.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 4000-RECONCILE-QUARTERS -- EACH QUARTER'S WAGES, FEDERAL,
      * AND STATE/LOCAL WITHHOLDING AS TAXRPT REPORTED THEM AGAINST
      * THE SAME FIGURES FROM THE PAY HISTORY OF THE EMPLOYEES ON
      * THE FILE, THEN THE YEAR AGAINST THE FILE'S OWN TOTALS. A
      * QUARTER NOT ON TAXQTR OR ANY DIFFERENCE HOLDS THE FILE.
      *-----------------------
       4000-RECONCILE-QUARTERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-RECON-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-RECON-COL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-RECONCILE-ONE-QUARTER THRU 4100-EXIT
               VARYING WF-QTR FROM 1 BY 1
               UNTIL WF-QTR > 4
           MOVE "YEAR" TO RQ-LABEL
           MOVE "WAGES" TO RQ-MEASURE
           MOVE WF-YR-GROSS TO WF-CMP-REPORTED
           MOVE WF-FILE-WAGES TO WF-CMP-FILED
           PERFORM 4200-PRINT-COMPARISON THRU 4200-EXIT
           MOVE "FEDERAL" TO RQ-MEASURE
           MOVE WF-YR-FED TO WF-CMP-REPORTED
           MOVE WF-FILE-FED TO WF-CMP-FILED
           PERFORM 4200-PRINT-COMPARISON THRU 4200-EXIT
           MOVE "STATE/LOCL" TO RQ-MEASURE
           MOVE WF-YR-STLOC TO WF-CMP-REPORTED
           MOVE WF-FILE-STLOC TO WF-CMP-FILED
           PERFORM 4200-PRINT-COMPARISON THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4100-RECONCILE-ONE-QUARTER.
           MOVE "N" TO WF-QTR-FOUND-SWITCH
           MOVE WF-TAX-YEAR TO TQ-YEAR
           MOVE WF-QTR TO TQ-QUARTER
           READ TAX-QUARTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WF-QTR-FOUND TO TRUE
           END-READ
           IF WF-QTR-FOUND
               MOVE TQ-GROSS TO WF-QR-GROSS(WF-QTR)
               MOVE TQ-FED-WITHHELD TO WF-QR-FED(WF-QTR)
               COMPUTE WF-QR-STLOC(WF-QTR) =
                   TQ-STATE-WITHHELD + TQ-LOCAL-WITHHELD
               ADD WF-QR-GROSS(WF-QTR) TO WF-YR-GROSS
               ADD WF-QR-FED(WF-QTR) TO WF-YR-FED
               ADD WF-QR-STLOC(WF-QTR) TO WF-YR-STLOC
           ELSE
               ADD 1 TO WF-COUNT-QTR-MISSING
               SET WF-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO RQ-LABEL
           MOVE "Q" TO RQ-LABEL(1:1)
           MOVE WF-QTR TO RQ-LABEL(2:1)
           MOVE "WAGES" TO RQ-MEASURE
           MOVE WF-QR-GROSS(WF-QTR) TO WF-CMP-REPORTED
           MOVE WF-QF-GROSS(WF-QTR) TO WF-CMP-FILED
           PERFORM 4200-PRINT-COMPARISON THRU 4200-EXIT
           MOVE "FEDERAL" TO RQ-MEASURE
           MOVE WF-QR-FED(WF-QTR) TO WF-CMP-REPORTED
           MOVE WF-QF-FED(WF-QTR) TO WF-CMP-FILED
           PERFORM 4200-PRINT-COMPARISON THRU 4200-EXIT
           MOVE "STATE/LOCL" TO RQ-MEASURE
           MOVE WF-QR-STLOC(WF-QTR) TO WF-CMP-REPORTED
           MOVE WF-QF-STLOC(WF-QTR) TO WF-CMP-FILED
           PERFORM 4200-PRINT-COMPARISON THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-PRINT-COMPARISON.
           COMPUTE WF-CMP-DIFF = WF-CMP-FILED - WF-CMP-REPORTED
           MOVE WF-CMP-REPORTED TO RQ-REPORTED
           MOVE WF-CMP-FILED TO RQ-FILED
           MOVE WF-CMP-DIFF TO RQ-DIFF
           IF RQ-LABEL NOT = "YEAR" AND NOT WF-QTR-FOUND
               MOVE "NOT REPORTED" TO RQ-FLAG
           ELSE
               IF WF-CMP-DIFF NOT = 0
                   MOVE "*** DIFF ***" TO RQ-FLAG
                   SET WF-OUT-OF-BALANCE TO TRUE
               ELSE
                   MOVE SPACES TO RQ-FLAG
               END-IF
           END-IF
           MOVE RPT-RECON-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-SUMMARY -- COUNTS ON THE REPORT AND THE CONSOLE.
      * A FILE THAT TIES TO THE REPORTED QUARTERS IS LOGGED ON THE
      * TRANSMISSION REGISTER AS PRODUCED; ONE THAT DOES NOT (OR A
      * YEAR NOBODY HAS CLOSED) IS HELD BACK WITH CODE 8. EMPLOYEE
      * EXCEPTIONS ALONE ARE A WARNING.
      *-----------------------
       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EMPLOYEES FILED.....:" TO RL-LABEL
           MOVE WF-COUNT-EMPLOYEES TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RECORDS WRITTEN.....:" TO RL-LABEL
           MOVE WF-COUNT-RECORDS TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EMPLOYEE EXCEPTIONS.:" TO RL-LABEL
           MOVE WF-COUNT-EXCEPTIONS TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WF-COUNT-EMPLOYEES = 0
               SET WF-OUT-OF-BALANCE TO TRUE
               MOVE "*** NO EMPLOYEES CLOSED FOR THE TAX YEAR ***"
                   TO RPT-STATUS-LINE
               MOVE RPT-STATUS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           DISPLAY "ANNUAL-WAGE-FILING SUMMARY FOR " WF-TAX-YEAR
           DISPLAY "  EMPLOYEES FILED..: " WF-COUNT-EMPLOYEES
           DISPLAY "  RECORDS WRITTEN..: " WF-COUNT-RECORDS
           DISPLAY "  EXCEPTIONS.......: " WF-COUNT-EXCEPTIONS
           DISPLAY "  QUARTERS MISSING.: " WF-COUNT-QTR-MISSING
           IF WF-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE -- NOT LOGGED, DO NOT SEND ***"
                   TO RPT-STATUS-LINE
               MOVE RPT-STATUS-LINE TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-STATUS-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE "FILE RECONCILED -- LOGGED ON THE TRANSMISSION REGISTER"
               TO RPT-STATUS-LINE
           MOVE RPT-STATUS-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-STATUS-LINE
           IF WF-COUNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WF-COUNT-RECORDS TO XT-COUNT
           MOVE WF-FILE-WAGES TO XT-HASH
           MOVE RETURN-CODE TO XT-CODE
           CALL "TRANSMISSION-LOG" USING XT-FILE-NAME WF-RUN-DATE
               XT-DIRECTION XT-COUNT XT-HASH XT-STATUS XT-CODE.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME WF-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE YEAR-HISTORY-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE TAX-QUARTER-FILE
           CLOSE WAGE-FILING-FILE
           CLOSE CONTROL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM ANNUAL-WAGE-FILING.
