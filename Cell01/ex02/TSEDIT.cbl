      *                  cycle's accrual tracking; both are
      *                  range-checked here, and a line carrying
      *                  only leave hours is a valid line.
      * 2026-10-15  JCM  The timesheet now carries an earnings code from
      *                  the new ERNCODE master with its hours or keyed
      *                  amount. The code must be on the master, an
      *                  hours-priced code needs hours and an amount-
      *                  priced code an amount, and a line carrying only
      *                  coded pay is valid. The duplicate check and
      *                  sort key now include the code, and the report
      *                  hashes earnings hours and amounts read and
      *                  accepted.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  lines read, accepted and rejected, and the
      *                  regular plus overtime hours passed.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT EDITED-TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-OUT-STATUS.
           SELECT OPTIONAL EARNINGS-CODE-FILE ASSIGN TO "ERNCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-ERN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TSEREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-REJ-STATUS.
           05  TI-DEPARTMENT       PIC X(10).
           05  TI-VAC-HOURS        PIC 9(03)V9(02).
           05  TI-SICK-HOURS       PIC 9(03)V9(02).
           05  TI-EARN-CODE        PIC X(03).
           05  TI-EARN-HOURS       PIC 9(03)V9(02).
           05  TI-EARN-HOURS-X REDEFINES TI-EARN-HOURS
                                   PIC X(05).
           05  TI-EARN-AMOUNT      PIC 9(05)V9(02).
           05  TI-EARN-AMOUNT-X REDEFINES TI-EARN-AMOUNT
                                   PIC X(07).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
           05  TS-DEPARTMENT       PIC X(10).
           05  TS-VAC-HOURS        PIC 9(03)V9(02).
           05  TS-SICK-HOURS       PIC 9(03)V9(02).
           05  TS-EARN-CODE        PIC X(03).
           05  TS-EARN-HOURS       PIC 9(03)V9(02).
           05  TS-EARN-AMOUNT      PIC 9(05)V9(02).

       FD  EARNINGS-CODE-FILE.
           COPY ERNCODE.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
       01  TE-OUT-STATUS            PIC X(02) VALUE "00".
       01  TE-REJ-STATUS            PIC X(02) VALUE "00".
       01  TE-RPT-STATUS            PIC X(02) VALUE "00".
       01  TE-ERN-STATUS            PIC X(02) VALUE "00".

       01  TE-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-RAW-LINES        VALUE "Y".
           88  TE-MASTER-FOUND          VALUE "Y".
       01  TE-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
           88  TE-TABLE-FULL            VALUE "Y".
       01  TE-ERN-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EARNINGS-CODES   VALUE "Y".
       01  TE-ERN-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  TE-ERN-FOUND             VALUE "Y".

      * THE EARNINGS-CODE MASTER -- A CODED LINE MUST NAME A CODE ON
      * IT, AND CARRY HOURS FOR AN HOURS-PRICED CODE ("H", "D") OR
      * AN AMOUNT FOR AN AMOUNT-PRICED ONE ("P", "A")
       01  TE-ERN-TABLE.
           05  TE-ERN-ENTRY OCCURS 10 TIMES INDEXED BY TE-ERN-IDX.
               10  TE-ERN-CODE         PIC X(03).
               10  TE-ERN-METHOD       PIC X(01).
                   88  TE-ERN-BY-HOURS     VALUE "H" "D".
       01  TE-ERN-COUNT             PIC 9(02) VALUE 0.
       01  TE-ERN-SUB               PIC 9(02) VALUE 0.

      * THE ACCEPTED LINES, HELD FOR THE SORT INTO EMPLOYEE-ID
      * ORDER. THE SORT KEY IS EMPLOYEE + PERIOD + DEPARTMENT +
      * EARNINGS CODE, SO DUPLICATES FALL ADJACENT AND THE OUTPUT
      * PASS CATCHES THEM.
       01  TE-LINE-TABLE.
           05  TE-LINE-ENTRY OCCURS 2000 TIMES.
               10  TE-TBL-KEY.
                   15  TE-TBL-EMP-ID   PIC 9(05).
                   15  TE-TBL-PERIOD   PIC 9(06).
                   15  TE-TBL-DEPT     PIC X(10).
                   15  TE-TBL-EARN-CODE PIC X(03).
               10  TE-TBL-REG-HOURS    PIC 9(03)V9(02).
               10  TE-TBL-OT-HOURS     PIC 9(03)V9(02).
               10  TE-TBL-VAC-HOURS    PIC 9(03)V9(02).
               10  TE-TBL-SICK-HOURS   PIC 9(03)V9(02).
               10  TE-TBL-EARN-HOURS   PIC 9(03)V9(02).
               10  TE-TBL-EARN-AMOUNT  PIC 9(05)V9(02).
       01  TE-LINE-COUNT            PIC 9(04) VALUE 0.
       01  TE-SWAP-ENTRY            PIC X(56).
       01  TE-SORT-I                PIC 9(04) VALUE 0.
       01  TE-SORT-SWAPPED          PIC X(01) VALUE "N".
       01  SUB                      PIC 9(04) VALUE 0.
       01  TE-PREV-KEY              PIC X(24) VALUE LOW-VALUES.

      * RANGE CEILINGS -- A LINE PAST THESE IS A KEYING ERROR, NOT
      * A LONG WEEK
       01  TE-MAX-REG-HOURS         PIC 9(03)V9(02) VALUE 200.00.
       01  TE-MAX-OT-HOURS          PIC 9(03)V9(02) VALUE 100.00.
       01  TE-MAX-LEAVE-HOURS       PIC 9(03)V9(02) VALUE 100.00.
       01  TE-MAX-EARN-HOURS        PIC 9(03)V9(02) VALUE 200.00.

      * END-OF-RUN COUNTS AND THE BALANCING HASH TOTALS
       01  TE-COUNT-READ            PIC 9(07) VALUE 0.
       01  TE-HASH-OT-READ          PIC 9(09)V9(02) VALUE 0.
       01  TE-HASH-REG-OUT          PIC 9(09)V9(02) VALUE 0.
       01  TE-HASH-OT-OUT           PIC 9(09)V9(02) VALUE 0.
       01  TE-HASH-ERN-HRS-READ     PIC 9(09)V9(02) VALUE 0.
       01  TE-HASH-ERN-AMT-READ     PIC 9(09)V9(02) VALUE 0.
       01  TE-HASH-ERN-HRS-OUT      PIC 9(09)V9(02) VALUE 0.
       01  TE-HASH-ERN-AMT-OUT      PIC 9(09)V9(02) VALUE 0.

       01  TE-RUN-DATE              PIC 9(08).
       01  TE-REJECT-REASON         PIC X(40).
       01  JB-NAME                  PIC X(30) VALUE "TIMESHEET-EDIT".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
           COPY JOBVOL.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   "STATUS " TE-RPT-STATUS " ***"
               SET TE-OPEN-ERROR TO TRUE
           END-IF
           PERFORM 1200-LOAD-EARNINGS-CODES THRU 1200-EXIT
           IF NOT TE-OPEN-ERROR
               MOVE TE-RUN-DATE TO RH-RUN-DATE
               MOVE RPT-HDR-LINE TO RPT-LINE
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-EARNINGS-CODES -- THE CODES A LINE MAY CARRY. WITH
      * NO MASTER ON HAND EVERY CODED LINE IS REJECTED.
      *-----------------------
       1200-LOAD-EARNINGS-CODES.
           MOVE 0 TO TE-ERN-COUNT
           OPEN INPUT EARNINGS-CODE-FILE
           IF TE-ERN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EARNINGS-CODE FILE -- "
                   "STATUS " TE-ERN-STATUS " ***"
               SET TE-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1210-READ-EARNINGS-CODE THRU 1210-EXIT
               PERFORM 1220-STORE-EARNINGS-CODE THRU 1220-EXIT
                   UNTIL END-OF-EARNINGS-CODES
                      OR TE-ERN-COUNT >= 10
               CLOSE EARNINGS-CODE-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-EARNINGS-CODE.
           READ EARNINGS-CODE-FILE
               AT END
                   SET END-OF-EARNINGS-CODES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-EARNINGS-CODE.
           ADD 1 TO TE-ERN-COUNT
           SET TE-ERN-IDX TO TE-ERN-COUNT
           MOVE EC-EARN-CODE TO TE-ERN-CODE(TE-ERN-IDX)
           MOVE EC-RATE-METHOD TO TE-ERN-METHOD(TE-ERN-IDX)
           PERFORM 1210-READ-EARNINGS-CODE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-EDIT-ONE-LINE -- FIELD EDITS AND THE MASTER-FILE CHECK
      * FOR ONE CLERK LINE; CLEAN LINES GO TO THE SORT TABLE,
       2000-EDIT-ONE-LINE.
           ADD 1 TO TE-COUNT-READ
           MOVE SPACES TO TE-REJECT-REASON
      * A LINE KEYED BEFORE THE EARNINGS FIELDS EXISTED, OR WITH THEM
      * LEFT BLANK, CARRIES NO CODED PAY
           IF TI-EARN-HOURS-X = SPACES
               MOVE 0 TO TI-EARN-HOURS
           END-IF
           IF TI-EARN-AMOUNT-X = SPACES
               MOVE 0 TO TI-EARN-AMOUNT
           END-IF
           MOVE "N" TO TE-ERN-FOUND-SWITCH
           IF TI-EARN-CODE NOT = SPACES
               PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
                   VARYING TE-ERN-IDX FROM 1 BY 1
                   UNTIL TE-ERN-IDX > TE-ERN-COUNT
                      OR TE-ERN-FOUND
               IF TE-ERN-FOUND
                   SET TE-ERN-IDX TO TE-ERN-SUB
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TI-EMP-ID NOT NUMERIC OR TI-EMP-ID = 0
                   MOVE "EMPLOYEE ID MISSING OR NOT NUMERIC"
                       OR TI-SICK-HOURS > TE-MAX-LEAVE-HOURS
                   MOVE "LEAVE HOURS FAIL RANGE CHECK"
                       TO TE-REJECT-REASON
               WHEN TI-EARN-HOURS NOT NUMERIC
                       OR TI-EARN-AMOUNT NOT NUMERIC
                   MOVE "EARNINGS HOURS OR AMOUNT NOT NUMERIC"
                       TO TE-REJECT-REASON
               WHEN TI-EARN-CODE = SPACES
                       AND (TI-EARN-HOURS > 0 OR TI-EARN-AMOUNT > 0)
                   MOVE "EARNINGS HOURS OR AMOUNT WITH NO CODE"
                       TO TE-REJECT-REASON
               WHEN TI-EARN-CODE NOT = SPACES AND NOT TE-ERN-FOUND
                   MOVE "EARNINGS CODE NOT ON MASTER"
                       TO TE-REJECT-REASON
               WHEN TI-EARN-HOURS > TE-MAX-EARN-HOURS
                   MOVE "EARNINGS HOURS FAIL RANGE CHECK"
                       TO TE-REJECT-REASON
               WHEN TE-ERN-FOUND AND TE-ERN-BY-HOURS(TE-ERN-IDX)
                       AND TI-EARN-HOURS = 0
                   MOVE "NO HOURS FOR HOURS-PRICED EARNINGS CODE"
                       TO TE-REJECT-REASON
               WHEN TE-ERN-FOUND AND NOT TE-ERN-BY-HOURS(TE-ERN-IDX)
                       AND TI-EARN-AMOUNT = 0
                   MOVE "NO AMOUNT FOR AMOUNT-PRICED EARN CODE"
                       TO TE-REJECT-REASON
               WHEN TI-REG-HOURS = 0 AND TI-OT-HOURS = 0
                       AND TI-VAC-HOURS = 0 AND TI-SICK-HOURS = 0
                       AND TI-EARN-CODE = SPACES
                   MOVE "NO HOURS ON LINE" TO TE-REJECT-REASON
               WHEN OTHER
                   PERFORM 2100-READ-MASTER THRU 2100-EXIT
           IF TI-OT-HOURS NUMERIC
               ADD TI-OT-HOURS TO TE-HASH-OT-READ
           END-IF
           IF TI-EARN-HOURS NUMERIC
               ADD TI-EARN-HOURS TO TE-HASH-ERN-HRS-READ
           END-IF
           IF TI-EARN-AMOUNT NUMERIC
               ADD TI-EARN-AMOUNT TO TE-HASH-ERN-AMT-READ
           END-IF
           IF TE-REJECT-REASON = SPACES
               PERFORM 2300-HOLD-LINE THRU 2300-EXIT
           ELSE
       2100-EXIT.
           EXIT.

       2200-FIND-EARNINGS-CODE.
           IF TE-ERN-CODE(TE-ERN-IDX) = TI-EARN-CODE
               SET TE-ERN-FOUND TO TRUE
               SET TE-ERN-SUB TO TE-ERN-IDX
           END-IF.
       2200-EXIT.
           EXIT.

       2300-HOLD-LINE.
           IF TE-LINE-COUNT >= 2000
               DISPLAY "*** MORE THAN 2000 TIMESHEET LINES -- RUN "
               MOVE TI-OT-HOURS TO TE-TBL-OT-HOURS(SUB)
               MOVE TI-VAC-HOURS TO TE-TBL-VAC-HOURS(SUB)
               MOVE TI-SICK-HOURS TO TE-TBL-SICK-HOURS(SUB)
               MOVE TI-EARN-CODE TO TE-TBL-EARN-CODE(SUB)
               MOVE TI-EARN-HOURS TO TE-TBL-EARN-HOURS(SUB)
               MOVE TI-EARN-AMOUNT TO TE-TBL-EARN-AMOUNT(SUB)
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 3000-SORT-LINES -- EXCHANGE SORT INTO EMPLOYEE/PERIOD/
      * DEPARTMENT/EARNINGS-CODE ORDER, THE ORDER THE PAY RUN'S
      * BALANCE-LINE MERGE REQUIRES AND THE ORDER THAT PUTS
      * DUPLICATES ADJACENT
      *-----------------------
       3000-SORT-LINES.
           IF TE-LINE-COUNT < 2

      *-----------------------
      * 4000-WRITE-EDITED -- THE SORTED OUTPUT PASS. A LINE WHOSE
      * EMPLOYEE/PERIOD/DEPARTMENT/EARNINGS-CODE KEY REPEATS THE ONE
      * JUST WRITTEN IS A DUPLICATE SUBMISSION AND IS REJECTED HERE.
      *-----------------------
       4000-WRITE-EDITED.
           MOVE LOW-VALUES TO TE-PREV-KEY
               MOVE SPACES TO REJECT-RECORD
               MOVE TE-TBL-EMP-ID(SUB) TO RJ-EMP-ID
               MOVE TE-TBL-PERIOD(SUB) TO RJ-PERIOD
               MOVE "DUPLICATE EMP/PERIOD/DEPT/CODE LINE" TO RJ-REASON
               WRITE REJECT-RECORD
               MOVE TE-TBL-EMP-ID(SUB) TO RR-EMP-ID
               MOVE TE-TBL-PERIOD(SUB) TO RR-PERIOD
               MOVE "DUPLICATE EMP/PERIOD/DEPT/CODE LINE" TO RR-REASON
               MOVE RPT-REJECT-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE TE-TBL-DEPT(SUB) TO TS-DEPARTMENT
               MOVE TE-TBL-VAC-HOURS(SUB) TO TS-VAC-HOURS
               MOVE TE-TBL-SICK-HOURS(SUB) TO TS-SICK-HOURS
               MOVE TE-TBL-EARN-CODE(SUB) TO TS-EARN-CODE
               MOVE TE-TBL-EARN-HOURS(SUB) TO TS-EARN-HOURS
               MOVE TE-TBL-EARN-AMOUNT(SUB) TO TS-EARN-AMOUNT
               WRITE EDITED-TIMESHEET-RECORD
               ADD TE-TBL-REG-HOURS(SUB) TO TE-HASH-REG-OUT
               ADD TE-TBL-OT-HOURS(SUB) TO TE-HASH-OT-OUT
               ADD TE-TBL-EARN-HOURS(SUB) TO TE-HASH-ERN-HRS-OUT
               ADD TE-TBL-EARN-AMOUNT(SUB) TO TE-HASH-ERN-AMT-OUT
               MOVE TE-TBL-KEY(SUB) TO TE-PREV-KEY
           END-IF.
       4100-EXIT.
           MOVE TE-HASH-OT-OUT TO RHL-OT
           MOVE RPT-HASH-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EARN READ HRS/AMT...:" TO RHL-LABEL
           MOVE TE-HASH-ERN-HRS-READ TO RHL-REG
           MOVE TE-HASH-ERN-AMT-READ TO RHL-OT
           MOVE RPT-HASH-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EARN OUT HRS/AMT....:" TO RHL-LABEL
           MOVE TE-HASH-ERN-HRS-OUT TO RHL-REG
           MOVE TE-HASH-ERN-AMT-OUT TO RHL-OT
           MOVE RPT-HASH-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "TIMESHEET-EDIT BATCH SUMMARY"
           DISPLAY "  LINES READ.......: " TE-COUNT-READ
           DISPLAY "  LINES ACCEPTED...: " TE-COUNT-ACCEPTED
           EXIT.

       9000-TERMINATE.
           MOVE TE-COUNT-READ TO JV-RECORDS-READ
           MOVE TE-COUNT-ACCEPTED TO JV-RECORDS-WRITTEN
           MOVE TE-COUNT-REJECTED TO JV-RECORDS-REJECTED
           COMPUTE JV-AMOUNT-TOTAL =
               TE-HASH-REG-OUT + TE-HASH-OT-OUT
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME TE-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           CLOSE RAW-TIMESHEET-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE EDITED-TIMESHEET-FILE
