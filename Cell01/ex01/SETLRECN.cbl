       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SETTLEMENT-RECON.
       AUTHOR. CARD-SERVICES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Reconciles the card batch's
      *                  settlement (the NETMERCH lines on CARDSETL)
      *                  to the processor's inbound settlement report
      *                  (PROCSETL) by batch date, network, card type
      *                  and merchant. Reports the matched totals,
      *                  what they settled that we have no record of,
      *                  what we expected that they never cleared,
      *                  net amounts that disagree, and interchange
      *                  that differs from the BIN range pricing by
      *                  more than the rounding tolerance. The
      *                  processor file is logged on the
      *                  transmission register as received, and as
      *                  verified once its trailer proves.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PROCESSOR-SETTLEMENT-FILE ASSIGN TO "PROCSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PRC-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO "CARDSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SET-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "SETLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PROCESSOR-SETTLEMENT-FILE.
           COPY PROCSETL.

      * THE CARD BATCH'S SETTLEMENT FILE. EACH RUN'S SECTION OPENS
      * WITH A HEADER CARRYING THE RUN DATE; ONLY ITS NETMERCH LINES
      * ARE READ HERE
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD           PIC X(80).
       01  SETL-HDR-VIEW.
           05  SV-TITLE                PIC X(36).
           05  SV-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(36).

       FD  RECON-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  SR-PRC-STATUS               PIC X(02) VALUE "00".
       01  SR-SET-STATUS               PIC X(02) VALUE "00".
       01  SR-RPT-STATUS               PIC X(02) VALUE "00".
       01  SR-PRC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-PROCESSOR            VALUE "Y".
       01  SR-SET-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-SETTLEMENT           VALUE "Y".
       01  SR-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  SR-OPEN-ERROR               VALUE "Y".
       01  SR-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  SR-HEADER-SEEN              VALUE "Y".
       01  SR-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  SR-TRAILER-SEEN             VALUE "Y".
       01  SR-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  SR-FOUND                    VALUE "Y".
       01  SR-VERIFIED-SWITCH          PIC X(01) VALUE "Y".
           88  SR-FILE-VERIFIED            VALUE "Y".
           88  SR-FILE-NOT-VERIFIED        VALUE "N".

      * RUN CONTROLS
       01  SR-RUN-DATE                 PIC 9(08).
       01  SR-SETTLE-DATE              PIC 9(08) VALUE 0.
       01  SR-PROCESSOR-ID             PIC X(10) VALUE SPACES.
       01  SR-SECTION-DATE             PIC 9(08) VALUE 0.
       01  SR-SETL-TITLE               PIC X(36) VALUE
               "CARD SETTLEMENT TOTALS     RUN DATE ".
      * INTERCHANGE WITHIN A DIME OF THE BIN RANGE PRICING IS TAKEN
      * AS PER-ITEM ROUNDING ON THE PROCESSOR'S SIDE
       01  SR-FEE-TOLERANCE            PIC 9V9(02) VALUE 0.10.

      * OUR SETTLEMENT, ONE ENTRY PER BATCH DATE, NETWORK, CARD TYPE
      * AND MERCHANT. A RERUN'S SECTION SUPERSEDES THE EARLIER
      * SECTION FOR THE SAME DATE
       01  SR-OUR-TABLE.
           05  SR-OUR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SR-OUR-IDX.
               10  SR-OUR-DATE         PIC 9(08).
               10  SR-OUR-NETWORK      PIC X(10).
               10  SR-OUR-CARD-TYPE    PIC X(01).
               10  SR-OUR-MERCH-ID     PIC X(08).
               10  SR-OUR-NET          PIC S9(11)V9(02).
               10  SR-OUR-FEE          PIC S9(09)V9(02).
               10  SR-OUR-STATE        PIC X(01).
                   88  SR-OUR-OPEN         VALUE " ".
                   88  SR-OUR-MATCHED      VALUE "M".
                   88  SR-OUR-SUPERSEDED   VALUE "X".
       01  SR-OUR-COUNT                PIC 9(04) VALUE 0.
       01  SR-OUR-SUB                  PIC 9(04) VALUE 0.
       01  SR-OUR-ACTIVE               PIC 9(05) VALUE 0.

      * ONE LINE'S AMOUNTS DE-EDITED OFF THE SETTLEMENT FILE
       01  SR-LINE-SALES               PIC 9(11)V9(02) VALUE 0.
       01  SR-LINE-REFUNDS             PIC 9(11)V9(02) VALUE 0.
       01  SR-LINE-FEE                 PIC S9(09)V9(02) VALUE 0.

      * THE CURRENT PROCESSOR DETAIL
       01  SR-THEIR-NET                PIC S9(11)V9(02) VALUE 0.
       01  SR-THEIR-DEPOSIT            PIC S9(11)V9(02) VALUE 0.
       01  SR-FEE-DIFF                 PIC S9(09)V9(02) VALUE 0.
       01  SR-EXC-REASON               PIC X(11).
       01  SR-EXC-OURS                 PIC S9(11)V9(02) VALUE 0.
       01  SR-EXC-THEIRS               PIC S9(11)V9(02) VALUE 0.

      * END-OF-RUN COUNTS AND TOTALS
       01  SR-COUNT-DETAILS            PIC 9(07) VALUE 0.
       01  SR-DETAIL-HASH              PIC 9(13)V9(02) VALUE 0.
       01  SR-TRAILER-COUNT            PIC 9(07) VALUE 0.
       01  SR-TRAILER-HASH             PIC 9(13)V9(02) VALUE 0.
       01  SR-COUNT-UNKNOWN            PIC 9(05) VALUE 0.
       01  SR-COUNT-OVERFLOW           PIC 9(05) VALUE 0.
       01  SR-COUNT-EXCEPTIONS         PIC 9(05) VALUE 0.
       01  SR-MATCHED-COUNT            PIC 9(07) VALUE 0.
       01  SR-MATCHED-NET              PIC S9(13)V9(02) VALUE 0.
       01  SR-MATCHED-OUR-FEE          PIC S9(11)V9(02) VALUE 0.
       01  SR-MATCHED-THEIR-FEE        PIC S9(11)V9(02) VALUE 0.
       01  SR-AMTDIFF-COUNT            PIC 9(07) VALUE 0.
       01  SR-AMTDIFF-OURS             PIC S9(13)V9(02) VALUE 0.
       01  SR-AMTDIFF-THEIRS           PIC S9(13)V9(02) VALUE 0.
       01  SR-THEIRS-COUNT             PIC 9(07) VALUE 0.
       01  SR-THEIRS-NET               PIC S9(13)V9(02) VALUE 0.
       01  SR-UNCLEARED-COUNT          PIC 9(07) VALUE 0.
       01  SR-UNCLEARED-NET            PIC S9(13)V9(02) VALUE 0.
       01  SR-FEEDIFF-COUNT            PIC 9(07) VALUE 0.
       01  SR-FEEDIFF-OURS             PIC S9(11)V9(02) VALUE 0.
       01  SR-FEEDIFF-THEIRS           PIC S9(11)V9(02) VALUE 0.
       01  SR-NOFOOT-COUNT             PIC 9(07) VALUE 0.

      * THE CARD BATCH'S NETWORK/MERCHANT LINE
           COPY SETLNM.

      * RECONCILIATION REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "PROCESSOR SETTLEMENT RECON  SETTLED ".
           05  RH-SETTLE-DATE      PIC 9(08).
           05  FILLER              PIC X(12) VALUE "  PROCESSOR ".
           05  RH-PROCESSOR-ID     PIC X(10).
           05  FILLER              PIC X(06) VALUE "  RUN ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RPT-COL-LINE.
           05  FILLER              PIC X(12) VALUE "REASON".
           05  FILLER              PIC X(09) VALUE "BATCH".
           05  FILLER              PIC X(12) VALUE "NETWORK   T".
           05  FILLER              PIC X(09) VALUE "MERCHANT".
           05  FILLER              PIC X(13) VALUE "        OURS".
           05  FILLER              PIC X(13) VALUE "      THEIRS".
           05  FILLER              PIC X(12) VALUE "  DIFFERENCE".

       01  RPT-EXCEPTION-LINE.
           05  RX-REASON           PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RX-DATE             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RX-NETWORK          PIC X(10).
           05  RX-CARD-TYPE        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RX-MERCH-ID         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RX-OURS             PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RX-THEIRS           PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RX-DIFFERENCE       PIC ZZZZ,ZZ9.99-.

       01  RPT-TOTAL-COL-LINE.
           05  FILLER              PIC X(32) VALUE
               "                           COUNT".
           05  FILLER              PIC X(20) VALUE
               "                OURS".
           05  FILLER              PIC X(20) VALUE
               "              THEIRS".

       01  RPT-TOTAL-LINE.
           05  RT-LABEL            PIC X(25).
           05  RT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RT-OURS             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RT-THEIRS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RPT-PROOF-LINE.
           05  RP-LABEL            PIC X(25).
           05  RP-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RP-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RPT-STATUS-LINE         PIC X(80).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
               "SETTLEMENT-RECON".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME                PIC X(08) VALUE "PROCSETL".
       01  XT-DIRECTION                PIC X(01) VALUE "I".
       01  XT-COUNT                    PIC 9(07) VALUE 0.
       01  XT-HASH                     PIC 9(13)V9(02) VALUE 0.
       01  XT-STATUS                   PIC X(01) VALUE "R".
       01  XT-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SR-OPEN-ERROR
               PERFORM 2000-LOAD-OUR-SETTLEMENT THRU 2000-EXIT
               PERFORM 3000-RECONCILE-ONE-RECORD THRU 3000-EXIT
                   UNTIL END-OF-PROCESSOR
               PERFORM 4000-FIND-NOT-CLEARED THRU 4000-EXIT
                   VARYING SR-OUR-IDX FROM 1 BY 1
                   UNTIL SR-OUR-IDX > SR-OUR-COUNT
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- OPEN THE FILES AND TAKE THE SETTLEMENT
      * DATE FROM THE PROCESSOR'S HEADER
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING SR-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SR-RUN-DATE
               JB-TYPE JB-CODE
           OPEN INPUT PROCESSOR-SETTLEMENT-FILE
           IF SR-PRC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN PROCESSOR SETTLEMENT FILE "
                   "-- STATUS " SR-PRC-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT SETTLEMENT-FILE
           IF SR-SET-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CARD SETTLEMENT FILE -- "
                   "STATUS " SR-SET-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           IF SR-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RECONCILIATION REPORT -- "
                   "STATUS " SR-RPT-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
           END-IF
           IF SR-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-PROCESSOR THRU 1100-EXIT
           IF NOT END-OF-PROCESSOR
               AND PS-HEADER
               SET SR-HEADER-SEEN TO TRUE
               MOVE PS-SETTLE-DATE TO SR-SETTLE-DATE
               MOVE PS-PROCESSOR-ID TO SR-PROCESSOR-ID
               PERFORM 1100-READ-PROCESSOR THRU 1100-EXIT
           END-IF
           MOVE SR-SETTLE-DATE TO RH-SETTLE-DATE
           MOVE SR-PROCESSOR-ID TO RH-PROCESSOR-ID
           MOVE SR-RUN-DATE TO RH-RUN-DATE
           MOVE RPT-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

       1100-READ-PROCESSOR.
           READ PROCESSOR-SETTLEMENT-FILE
               AT END
                   SET END-OF-PROCESSOR TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 2000-LOAD-OUR-SETTLEMENT -- EVERY NETWORK/MERCHANT LINE ON
      * CARDSETL UNDER THE RUN DATE OF ITS SECTION'S HEADER
      *-----------------------
       2000-LOAD-OUR-SETTLEMENT.
           PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT
           PERFORM 2200-LOAD-ONE-LINE THRU 2200-EXIT
               UNTIL END-OF-SETTLEMENT.
       2000-EXIT.
           EXIT.

       2100-READ-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   SET END-OF-SETTLEMENT TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOAD-ONE-LINE.
           IF SV-TITLE = SR-SETL-TITLE
               AND SV-RUN-DATE NUMERIC
               MOVE SV-RUN-DATE TO SR-SECTION-DATE
               PERFORM 2210-SUPERSEDE-ENTRY THRU 2210-EXIT
                   VARYING SR-OUR-IDX FROM 1 BY 1
                   UNTIL SR-OUR-IDX > SR-OUR-COUNT
               GO TO 2200-NEXT
           END-IF
           MOVE SETTLEMENT-RECORD TO SETL-NET-MERCH-LINE
           IF NOT SN-IS-NET-MERCH
               GO TO 2200-NEXT
           END-IF
           IF SR-OUR-COUNT >= 1000
               ADD 1 TO SR-COUNT-OVERFLOW
               GO TO 2200-NEXT
           END-IF
           ADD 1 TO SR-OUR-COUNT
           MOVE SR-OUR-COUNT TO SR-OUR-SUB
           MOVE SN-SALES TO SR-LINE-SALES
           MOVE SN-REFUNDS TO SR-LINE-REFUNDS
           MOVE SN-FEE TO SR-LINE-FEE
           MOVE SR-SECTION-DATE TO SR-OUR-DATE(SR-OUR-SUB)
           MOVE SN-NETWORK TO SR-OUR-NETWORK(SR-OUR-SUB)
           MOVE SN-CARD-TYPE TO SR-OUR-CARD-TYPE(SR-OUR-SUB)
           MOVE SN-MERCH-ID TO SR-OUR-MERCH-ID(SR-OUR-SUB)
           COMPUTE SR-OUR-NET(SR-OUR-SUB) =
               SR-LINE-SALES - SR-LINE-REFUNDS
           MOVE SR-LINE-FEE TO SR-OUR-FEE(SR-OUR-SUB)
           MOVE SPACE TO SR-OUR-STATE(SR-OUR-SUB).
       2200-NEXT.
           PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2210-SUPERSEDE-ENTRY.
           IF SR-OUR-DATE(SR-OUR-IDX) = SR-SECTION-DATE
               SET SR-OUR-SUPERSEDED(SR-OUR-IDX) TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 3000-RECONCILE-ONE-RECORD -- MATCH A PROCESSOR DETAIL TO OUR
      * SETTLEMENT AND TAKE THE TRAILER'S CONTROL TOTALS. ANYTHING
      * ELSE ON THE FILE LEAVES IT UNVERIFIED
      *-----------------------
       3000-RECONCILE-ONE-RECORD.
           EVALUATE TRUE
               WHEN PS-DETAIL
                   ADD 1 TO SR-COUNT-DETAILS
                   ADD PS-SALE-AMOUNT TO SR-DETAIL-HASH
                   PERFORM 3100-MATCH-DETAIL THRU 3100-EXIT
               WHEN PS-TRAILER
                   SET SR-TRAILER-SEEN TO TRUE
                   MOVE PS-DETAIL-COUNT TO SR-TRAILER-COUNT
                   MOVE PS-HASH-TOTAL TO SR-TRAILER-HASH
               WHEN OTHER
                   ADD 1 TO SR-COUNT-UNKNOWN
           END-EVALUATE
           PERFORM 1100-READ-PROCESSOR THRU 1100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 3100-MATCH-DETAIL -- THEIR NET (SALES LESS REFUNDS) AGAINST
      * OURS, THEN THEIR INTERCHANGE AGAINST WHAT THE BIN RANGES
      * PRICED. THEIR DEPOSIT MUST FOOT TO THEIR NET LESS THEIR FEE
      *-----------------------
       3100-MATCH-DETAIL.
           COMPUTE SR-THEIR-NET = PS-SALE-AMOUNT - PS-REFUND-AMOUNT
           COMPUTE SR-THEIR-DEPOSIT = SR-THEIR-NET - PS-INTERCHANGE
           IF SR-THEIR-DEPOSIT NOT = PS-NET-DEPOSIT
               ADD 1 TO SR-NOFOOT-COUNT
               MOVE "NET NO FOOT" TO SR-EXC-REASON
               MOVE SR-THEIR-DEPOSIT TO SR-EXC-OURS
               MOVE PS-NET-DEPOSIT TO SR-EXC-THEIRS
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF
           MOVE "N" TO SR-FOUND-SWITCH
           PERFORM 3110-SEARCH-OURS THRU 3110-EXIT
               VARYING SR-OUR-IDX FROM 1 BY 1
               UNTIL SR-OUR-IDX > SR-OUR-COUNT
                  OR SR-FOUND
           IF NOT SR-FOUND
               ADD 1 TO SR-THEIRS-COUNT
               ADD SR-THEIR-NET TO SR-THEIRS-NET
               MOVE "THEIRS ONLY" TO SR-EXC-REASON
               MOVE 0 TO SR-EXC-OURS
               MOVE SR-THEIR-NET TO SR-EXC-THEIRS
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           SET SR-OUR-MATCHED(SR-OUR-SUB) TO TRUE
           IF SR-OUR-NET(SR-OUR-SUB) = SR-THEIR-NET
               ADD 1 TO SR-MATCHED-COUNT
               ADD SR-THEIR-NET TO SR-MATCHED-NET
               ADD SR-OUR-FEE(SR-OUR-SUB) TO SR-MATCHED-OUR-FEE
               ADD PS-INTERCHANGE TO SR-MATCHED-THEIR-FEE
           ELSE
               ADD 1 TO SR-AMTDIFF-COUNT
               ADD SR-OUR-NET(SR-OUR-SUB) TO SR-AMTDIFF-OURS
               ADD SR-THEIR-NET TO SR-AMTDIFF-THEIRS
               MOVE "AMOUNT DIFF" TO SR-EXC-REASON
               MOVE SR-OUR-NET(SR-OUR-SUB) TO SR-EXC-OURS
               MOVE SR-THEIR-NET TO SR-EXC-THEIRS
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF
           COMPUTE SR-FEE-DIFF = PS-INTERCHANGE - SR-OUR-FEE(SR-OUR-SUB)
           IF SR-FEE-DIFF > SR-FEE-TOLERANCE
               OR SR-FEE-DIFF < 0 - SR-FEE-TOLERANCE
               ADD 1 TO SR-FEEDIFF-COUNT
               ADD SR-OUR-FEE(SR-OUR-SUB) TO SR-FEEDIFF-OURS
               ADD PS-INTERCHANGE TO SR-FEEDIFF-THEIRS
               MOVE "FEE DIFF" TO SR-EXC-REASON
               MOVE SR-OUR-FEE(SR-OUR-SUB) TO SR-EXC-OURS
               MOVE PS-INTERCHANGE TO SR-EXC-THEIRS
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-SEARCH-OURS.
           IF SR-OUR-OPEN(SR-OUR-IDX)
               AND SR-OUR-DATE(SR-OUR-IDX) = PS-SETTLE-DATE
               AND SR-OUR-NETWORK(SR-OUR-IDX) = PS-NETWORK
               AND SR-OUR-CARD-TYPE(SR-OUR-IDX) = PS-CARD-TYPE
               AND SR-OUR-MERCH-ID(SR-OUR-IDX) = PS-MERCH-ID
               SET SR-FOUND TO TRUE
               SET SR-OUR-SUB TO SR-OUR-IDX
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------
      * 3900-WRITE-EXCEPTION -- ONE LINE FOR THE CURRENT DETAIL, OR
      * FOR THE CURRENT ENTRY OF OURS WHEN NO DETAIL CLEARED IT.
      * THE DIFFERENCE IS ALWAYS THEIRS LESS OURS
      *-----------------------
       3900-WRITE-EXCEPTION.
           ADD 1 TO SR-COUNT-EXCEPTIONS
           MOVE SR-EXC-REASON TO RX-REASON
           IF SR-EXC-REASON = "NOT CLEARED"
               MOVE SR-OUR-DATE(SR-OUR-IDX) TO RX-DATE
               MOVE SR-OUR-NETWORK(SR-OUR-IDX) TO RX-NETWORK
               MOVE SR-OUR-CARD-TYPE(SR-OUR-IDX) TO RX-CARD-TYPE
               MOVE SR-OUR-MERCH-ID(SR-OUR-IDX) TO RX-MERCH-ID
           ELSE
               MOVE PS-SETTLE-DATE TO RX-DATE
               MOVE PS-NETWORK TO RX-NETWORK
               MOVE PS-CARD-TYPE TO RX-CARD-TYPE
               MOVE PS-MERCH-ID TO RX-MERCH-ID
           END-IF
           MOVE SR-EXC-OURS TO RX-OURS
           MOVE SR-EXC-THEIRS TO RX-THEIRS
           COMPUTE RX-DIFFERENCE = SR-EXC-THEIRS - SR-EXC-OURS
           MOVE RPT-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3900-EXIT.
           EXIT.

      *-----------------------
      * 4000-FIND-NOT-CLEARED -- AN ENTRY OF OURS FOR THE DATE THE
      * PROCESSOR SETTLED THAT NO DETAIL CLEARED. EARLIER DAYS STILL
      * ON CARDSETL WERE RECONCILED ON THEIR OWN DAY'S FILE; A LATE
      * DETAIL FOR ONE STILL MATCHES ABOVE. A BATCH WHOSE SALES WERE
      * ALL VOIDED HAD NOTHING TO CLEAR
      *-----------------------
       4000-FIND-NOT-CLEARED.
           IF SR-OUR-SUPERSEDED(SR-OUR-IDX)
               OR SR-OUR-DATE(SR-OUR-IDX) NOT = SR-SETTLE-DATE
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO SR-OUR-ACTIVE
           IF NOT SR-OUR-OPEN(SR-OUR-IDX)
               GO TO 4000-EXIT
           END-IF
           IF SR-OUR-NET(SR-OUR-IDX) = 0
               AND SR-OUR-FEE(SR-OUR-IDX) = 0
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO SR-UNCLEARED-COUNT
           ADD SR-OUR-NET(SR-OUR-IDX) TO SR-UNCLEARED-NET
           MOVE "NOT CLEARED" TO SR-EXC-REASON
           MOVE SR-OUR-NET(SR-OUR-IDX) TO SR-EXC-OURS
           MOVE 0 TO SR-EXC-THEIRS
           PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-SUMMARY -- THE RECONCILIATION TOTALS AND THE
      * PROOF OF THE PROCESSOR FILE. THE FILE IS LOGGED AS RECEIVED,
      * AND AS VERIFIED WHEN IT HAS ITS HEADER AND ITS TRAILER'S
      * COUNT AND HASH AGREE WITH THE DETAILS. A FILE THAT DOES NOT
      * PROVE, OR NO SETTLEMENT OF OURS TO RECONCILE TO, IS CODE 8;
      * EXCEPTIONS ALONE ARE A WARNING
      *-----------------------
       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-TOTAL-COL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "MATCHED.................:" TO RT-LABEL
           MOVE SR-MATCHED-COUNT TO RT-COUNT
           MOVE SR-MATCHED-NET TO RT-OURS
           MOVE SR-MATCHED-NET TO RT-THEIRS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  INTERCHANGE MATCHED...:" TO RT-LABEL
           MOVE SR-MATCHED-COUNT TO RT-COUNT
           MOVE SR-MATCHED-OUR-FEE TO RT-OURS
           MOVE SR-MATCHED-THEIR-FEE TO RT-THEIRS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "AMOUNT DIFFERENCES......:" TO RT-LABEL
           MOVE SR-AMTDIFF-COUNT TO RT-COUNT
           MOVE SR-AMTDIFF-OURS TO RT-OURS
           MOVE SR-AMTDIFF-THEIRS TO RT-THEIRS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SETTLED, NO RECORD OURS.:" TO RT-LABEL
           MOVE SR-THEIRS-COUNT TO RT-COUNT
           MOVE 0 TO RT-OURS
           MOVE SR-THEIRS-NET TO RT-THEIRS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EXPECTED, NOT CLEARED...:" TO RT-LABEL
           MOVE SR-UNCLEARED-COUNT TO RT-COUNT
           MOVE SR-UNCLEARED-NET TO RT-OURS
           MOVE 0 TO RT-THEIRS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "FEE DIFFERENCES.........:" TO RT-LABEL
           MOVE SR-FEEDIFF-COUNT TO RT-COUNT
           MOVE SR-FEEDIFF-OURS TO RT-OURS
           MOVE SR-FEEDIFF-THEIRS TO RT-THEIRS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DETAILS READ............:" TO RP-LABEL
           MOVE SR-COUNT-DETAILS TO RP-COUNT
           MOVE SR-DETAIL-HASH TO RP-HASH
           MOVE RPT-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TRAILER CONTROL TOTALS..:" TO RP-LABEL
           MOVE SR-TRAILER-COUNT TO RP-COUNT
           MOVE SR-TRAILER-HASH TO RP-HASH
           MOVE RPT-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF SR-NOFOOT-COUNT > 0
               MOVE "DEPOSITS NOT FOOTED.....:" TO RP-LABEL
               MOVE SR-NOFOOT-COUNT TO RP-COUNT
               MOVE 0 TO RP-HASH
               MOVE RPT-PROOF-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF NOT SR-HEADER-SEEN
               SET SR-FILE-NOT-VERIFIED TO TRUE
               MOVE "*** PROCESSOR FILE HAS NO HEADER ***"
                   TO RPT-STATUS-LINE
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
           END-IF
           IF NOT SR-TRAILER-SEEN
               SET SR-FILE-NOT-VERIFIED TO TRUE
               MOVE "*** PROCESSOR FILE HAS NO TRAILER ***"
                   TO RPT-STATUS-LINE
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
           END-IF
           IF SR-TRAILER-SEEN
               AND (SR-TRAILER-COUNT NOT = SR-COUNT-DETAILS
                OR SR-TRAILER-HASH NOT = SR-DETAIL-HASH)
               SET SR-FILE-NOT-VERIFIED TO TRUE
               MOVE "*** TRAILER DOES NOT AGREE WITH THE DETAILS ***"
                   TO RPT-STATUS-LINE
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
           END-IF
           IF SR-COUNT-UNKNOWN > 0
               SET SR-FILE-NOT-VERIFIED TO TRUE
               MOVE "*** UNRECOGNIZED RECORDS ON THE PROCESSOR FILE ***"
                   TO RPT-STATUS-LINE
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
           END-IF
           IF SR-COUNT-OVERFLOW > 0
               MOVE "*** MORE THAN 1000 SETTLEMENT LINES -- NOT ALL "
                   TO RPT-STATUS-LINE
               MOVE "RECONCILED ***" TO RPT-STATUS-LINE(48:14)
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
           END-IF
           IF SR-OUR-ACTIVE = 0
               MOVE "*** NO CARD BATCH SETTLEMENT ON CARDSETL FOR "
                   TO RPT-STATUS-LINE
               MOVE "THE SETTLEMENT DATE ***" TO RPT-STATUS-LINE(46:23)
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
           END-IF
           DISPLAY "SETTLEMENT-RECON SUMMARY FOR " SR-SETTLE-DATE
           DISPLAY "  MATCHED..........: " SR-MATCHED-COUNT
           DISPLAY "  AMOUNT DIFFS.....: " SR-AMTDIFF-COUNT
           DISPLAY "  THEIRS ONLY......: " SR-THEIRS-COUNT
           DISPLAY "  NOT CLEARED......: " SR-UNCLEARED-COUNT
           DISPLAY "  FEE DIFFS........: " SR-FEEDIFF-COUNT
           DISPLAY "  DETAILS READ.....: " SR-COUNT-DETAILS
           IF SR-FILE-NOT-VERIFIED
               OR SR-COUNT-OVERFLOW > 0
               OR SR-OUR-ACTIVE = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SR-COUNT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SR-COUNT-DETAILS TO XT-COUNT
           MOVE SR-DETAIL-HASH TO XT-HASH
           MOVE RETURN-CODE TO XT-CODE
           MOVE "R" TO XT-STATUS
           CALL "TRANSMISSION-LOG" USING XT-FILE-NAME SR-SETTLE-DATE
               XT-DIRECTION XT-COUNT XT-HASH XT-STATUS XT-CODE
           IF SR-FILE-NOT-VERIFIED
               MOVE "*** FILE NOT VERIFIED -- LOGGED AS RECEIVED ONLY"
                   TO RPT-STATUS-LINE
               MOVE " ***" TO RPT-STATUS-LINE(49:4)
               PERFORM 5100-WRITE-STATUS THRU 5100-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE "V" TO XT-STATUS
           CALL "TRANSMISSION-LOG" USING XT-FILE-NAME SR-SETTLE-DATE
               XT-DIRECTION XT-COUNT XT-HASH XT-STATUS XT-CODE
           MOVE "FILE VERIFIED -- LOGGED ON THE TRANSMISSION REGISTER"
               TO RPT-STATUS-LINE
           PERFORM 5100-WRITE-STATUS THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-STATUS.
           MOVE RPT-STATUS-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-STATUS-LINE.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SR-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE PROCESSOR-SETTLEMENT-FILE
           CLOSE SETTLEMENT-FILE
           CLOSE RECON-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM SETTLEMENT-RECON.
