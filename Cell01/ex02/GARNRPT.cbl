       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GARNISHMENT-ORDER-RPT.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Lists the GARNORD garnishment
      *                  orders with their standing as of the
      *                  business date -- the figures an agency's
      *                  interrogatory asks for: whether the employee
      *                  is still on the payroll and how often paid,
      *                  the order's type, current amount, arrears
      *                  still owed, total withheld to date, and the
      *                  last cycle's withholding and shortfall. One
      *                  employee ID may be keyed to answer a single
      *                  interrogatory; zero lists every order.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS GR-GRN-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS GR-EMP-STATUS.
           SELECT ORDER-REPORT-FILE ASSIGN TO "GARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNORD.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  ORDER-REPORT-FILE.
       01  GR-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  GR-GRN-STATUS            PIC X(02) VALUE "00".
       01  GR-EMP-STATUS            PIC X(02) VALUE "00".
       01  GR-RPT-STATUS            PIC X(02) VALUE "00".

       01  GR-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-ORDERS           VALUE "Y".
       01  GR-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  GR-OPEN-ERROR            VALUE "Y".

      * RUN CONTROLS AND TOTALS
       01  GR-RUN-DATE              PIC 9(08).
       01  GR-SELECT-EMP-ID         PIC 9(05) VALUE 0.
       01  GR-COUNT-ORDERS          PIC 9(05) VALUE 0.
       01  GR-COUNT-ACTIVE          PIC 9(05) VALUE 0.
       01  GR-TOTAL-ARREARS         PIC 9(09)V9(02) VALUE 0.
       01  GR-TOTAL-TAKEN           PIC 9(09)V9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  GR-VA-PROMPT-1           PIC X(60).
       01  GR-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  GR-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  GR-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  GR-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * REPORT LINES -- TWO LINES PER ORDER
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "GARNISHMENT ORDER STATUS   RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RPT-COL-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "EMP   NAME                 CASE NUMBER ".
           05  FILLER              PIC X(40) VALUE
               "   AGENCY               T F EMPLOYMENT".

       01  RPT-COL-LINE-2.
           05  FILLER              PIC X(35) VALUE
               "  STATUS     CURRENT       ARREARS".
           05  FILLER              PIC X(24) VALUE
               "  TOTAL TAKEN LAST DATE".
           05  FILLER              PIC X(21) VALUE
               " LAST AMT     SHORT".

       01  RPT-ORDER-LINE-1.
           05  R1-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R1-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R1-CASE-NO          PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R1-AGENCY           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R1-ORDER-TYPE       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R1-PAY-FREQ         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R1-EMPLOYMENT       PIC X(12).

       01  RPT-ORDER-LINE-2.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  R2-STATUS           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R2-CURRENT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  R2-ARREARS          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  R2-TAKEN            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  R2-LAST-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R2-LAST-AMT         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  R2-LAST-SHORT       PIC ZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(08) VALUE "ORDERS: ".
           05  RT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  ACTIVE: ".
           05  RT-ACTIVE           PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  ARREARS: ".
           05  RT-ARREARS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(09) VALUE "  TAKEN: ".
           05  RT-TAKEN            PIC ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "GARNISHMENT-ORDER-RPT".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GR-OPEN-ERROR
               PERFORM 2000-REPORT-ONE-ORDER THRU 2000-EXIT
                   UNTIL END-OF-ORDERS
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE EMPLOYEE TO REPORT (ZERO FOR
      * ALL), OPEN THE FILES, AND POSITION ON THE FIRST ORDER
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER EMPLOYEE ID FOR ONE EMPLOYEE, OR 0 FOR ALL"
               TO GR-VA-PROMPT-1
           MOVE 0 TO GR-VA-LOW
           MOVE 99999 TO GR-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING GR-VA-PROMPT-1
               GR-VA-PROMPT-2 GR-VA-LOW GR-VA-HIGH GR-VA-RESULT
           MOVE GR-VA-RESULT TO GR-SELECT-EMP-ID
           CALL "BUSINESS-DATE" USING GR-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GR-RUN-DATE
               JB-TYPE JB-CODE
           OPEN INPUT GARNISHMENT-ORDER-FILE
           IF GR-GRN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN GARNISHMENT-ORDER FILE -- "
                   "STATUS " GR-GRN-STATUS " ***"
               SET GR-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF GR-EMP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " GR-EMP-STATUS " ***"
               SET GR-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT ORDER-REPORT-FILE
           IF GR-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ORDER REPORT -- STATUS "
                   GR-RPT-STATUS " ***"
               SET GR-OPEN-ERROR TO TRUE
           END-IF
           IF GR-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           MOVE GR-RUN-DATE TO RH-RUN-DATE
           MOVE RPT-HDR-LINE TO GR-LINE
           WRITE GR-LINE
           MOVE SPACES TO GR-LINE
           WRITE GR-LINE
           MOVE RPT-COL-LINE-1 TO GR-LINE
           WRITE GR-LINE
           MOVE RPT-COL-LINE-2 TO GR-LINE
           WRITE GR-LINE
           MOVE GR-SELECT-EMP-ID TO GO-EMP-ID
           MOVE LOW-VALUES TO GO-CASE-NO
           START GARNISHMENT-ORDER-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   SET END-OF-ORDERS TO TRUE
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-READ-ORDER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   SET END-OF-ORDERS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF GR-SELECT-EMP-ID NOT = 0
               AND GO-EMP-ID NOT = GR-SELECT-EMP-ID
               SET END-OF-ORDERS TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 2000-REPORT-ONE-ORDER -- THE ORDER'S STANDING ON THE RUN
      * DATE, BY THE SAME RULES THE PAY CYCLE TAKES IT BY: NOT YET
      * STARTED IS PENDING; PAST ITS STOP DATE IT IS COLLECTING
      * ARREARS ONLY WHILE ARREARS ARE OWED, AND ENDED WHEN NOT;
      * ANYTHING ELSE IS ACTIVE
      *-----------------------
       2000-REPORT-ONE-ORDER.
           ADD 1 TO GR-COUNT-ORDERS
           MOVE SPACES TO RPT-ORDER-LINE-1
           MOVE GO-EMP-ID TO R1-EMP-ID
           MOVE GO-CASE-NO TO R1-CASE-NO
           MOVE GO-AGENCY-NAME TO R1-AGENCY
           MOVE GO-ORDER-TYPE TO R1-ORDER-TYPE
           MOVE GO-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO R1-EMP-NAME
                   MOVE "NOT ON FILE" TO R1-EMPLOYMENT
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO R1-EMP-NAME
                   MOVE EM-PAY-FREQ TO R1-PAY-FREQ
                   IF EM-TERM-DATE > 0
                       AND EM-TERM-DATE <= GR-RUN-DATE
                       MOVE "TERMINATED" TO R1-EMPLOYMENT
                   ELSE
                       MOVE "EMPLOYED" TO R1-EMPLOYMENT
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN GO-START-DATE > GR-RUN-DATE
                   MOVE "PENDING" TO R2-STATUS
               WHEN GO-STOP-DATE > 0
                       AND GO-STOP-DATE < GR-RUN-DATE
                       AND GO-ARREARS-BALANCE > 0
                   MOVE "ARREARS" TO R2-STATUS
                   ADD 1 TO GR-COUNT-ACTIVE
               WHEN GO-STOP-DATE > 0
                       AND GO-STOP-DATE < GR-RUN-DATE
                   MOVE "ENDED" TO R2-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO R2-STATUS
                   ADD 1 TO GR-COUNT-ACTIVE
           END-EVALUATE
           MOVE GO-PERIOD-AMOUNT TO R2-CURRENT
           MOVE GO-ARREARS-BALANCE TO R2-ARREARS
           MOVE GO-TOTAL-TAKEN TO R2-TAKEN
           MOVE GO-LAST-TAKEN-DATE TO R2-LAST-DATE
           MOVE GO-LAST-TAKEN-AMT TO R2-LAST-AMT
           MOVE GO-LAST-SHORTFALL TO R2-LAST-SHORT
           ADD GO-ARREARS-BALANCE TO GR-TOTAL-ARREARS
           ADD GO-TOTAL-TAKEN TO GR-TOTAL-TAKEN
           MOVE RPT-ORDER-LINE-1 TO GR-LINE
           WRITE GR-LINE
           MOVE RPT-ORDER-LINE-2 TO GR-LINE
           WRITE GR-LINE
           PERFORM 1100-READ-ORDER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-SUMMARY -- REPORT TOTALS AND OPERATOR COUNTS. AN
      * EMPLOYEE KEYED WITH NO ORDERS ON FILE ENDS WITH RC 4 SO THE
      * ANSWER TO THE INTERROGATORY IS NOT MISTAKEN FOR A LISTING.
      *-----------------------
       5000-PRINT-SUMMARY.
           MOVE SPACES TO GR-LINE
           WRITE GR-LINE
           MOVE GR-COUNT-ORDERS TO RT-COUNT
           MOVE GR-COUNT-ACTIVE TO RT-ACTIVE
           MOVE GR-TOTAL-ARREARS TO RT-ARREARS
           MOVE GR-TOTAL-TAKEN TO RT-TAKEN
           MOVE RPT-TOTAL-LINE TO GR-LINE
           WRITE GR-LINE
           DISPLAY "GARNISHMENT-ORDER-RPT SUMMARY"
           DISPLAY "  ORDERS LISTED....: " GR-COUNT-ORDERS
           DISPLAY "  ACTIVE OR ARREARS: " GR-COUNT-ACTIVE
           IF GR-COUNT-ORDERS = 0
               AND GR-SELECT-EMP-ID NOT = 0
               DISPLAY "*** NO ORDERS ON FILE FOR EMPLOYEE "
                   GR-SELECT-EMP-ID " ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME GR-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE GARNISHMENT-ORDER-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ORDER-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GARNISHMENT-ORDER-RPT.
