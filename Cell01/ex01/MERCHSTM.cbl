       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MERCHANT-STATEMENT.
       AUTHOR. CARD-SERVICES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The month-end merchant
      *                  statement: one statement per merchant
      *                  funded or held in the keyed month, built
      *                  from the funding history the card batch
      *                  keeps (MERCHHST) and the chargeback case
      *                  file (CHGBCASE). Each shows the merchant's
      *                  daily activity (gross, refunds, discount
      *                  fee, chargeback debits, net and the ACH
      *                  trace), the month totals and fees, and the
      *                  month's chargebacks received, won and lost.
      *                  A closing proof page ties each day's net
      *                  funded to the MERCHACH credit total logged
      *                  on the transmission register (XMITCTL) and
      *                  flags any day that does not prove or was
      *                  never marked sent.
      * 2026-10-15  JCM  The merchant master layout picks up the bank
      *                  prenote status and date (MM-BANK-STATUS,
      *                  MM-BANK-EFF-DATE), matching the card batch's.
      * 2026-10-15  JCM  Each statement now shows the chargeback reserve
      *                  held back from, and released into, the month's
      *                  net funded, from the new funding-history fields
      *                  (days recorded before they existed count as
      *                  none).
      * 2026-10-15  JCM  Merchant master layout carries the legal name,
      *                  TIN type and taxpayer ID added on the end for
      *                  the year-end information return; not used here.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MERCHANT-HISTORY-FILE ASSIGN TO "MERCHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MS-MHS-STATUS.
           SELECT OPTIONAL CHARGEBACK-CASE-FILE ASSIGN TO "CHGBCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CASE-NO
               FILE STATUS IS MS-CSE-STATUS.
           SELECT OPTIONAL MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-MMS-STATUS.
           SELECT OPTIONAL TRANSMISSION-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-CTL-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "MERCHSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-STM-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MERCHANT-HISTORY-FILE.
           COPY MERCHHST.

      * SAME CASE LAYOUT THE CHARGEBACK PROCESS KEEPS
       FD  CHARGEBACK-CASE-FILE.
       01  CHARGEBACK-CASE-RECORD.
           05  KC-CASE-NO              PIC 9(07).
           05  KC-RECEIVED-DATE        PIC 9(08).
           05  KC-CARD-NUMBER          PIC X(19).
           05  KC-MERCHANT-ID          PIC X(08).
           05  KC-AMOUNT               PIC 9(07)V9(02).
           05  KC-REASON               PIC X(08).
           05  KC-STATUS               PIC X(01).
               88  KC-STATUS-NEW           VALUE "N".
               88  KC-STATUS-REPRESENTED   VALUE "R".
               88  KC-STATUS-LOST          VALUE "L".
               88  KC-STATUS-WON           VALUE "W".
           05  KC-LAST-ACTION-DATE     PIC 9(08).

      * SAME MERCHANT MASTER LAYOUT THE CARD BATCH READS
       FD  MERCHANT-MASTER-FILE.
       01  MERCHANT-MASTER-RECORD.
           05  MM-MERCHANT-ID          PIC X(08).
           05  MM-NAME                 PIC X(20).
           05  MM-STATUS               PIC X(01).
           05  MM-TRAN-LIMIT           PIC 9(07)V9(02).
           05  MM-DAILY-LIMIT          PIC 9(09)V9(02).
           05  MM-BANK-ROUTING         PIC 9(09).
           05  MM-BANK-ACCOUNT         PIC 9(12).
           05  MM-DISCOUNT-RATE        PIC 9V9(04).
           05  MM-COMPANY-CODE         PIC X(02).
           05  MM-BANK-STATUS          PIC X(01).
           05  MM-BANK-EFF-DATE        PIC 9(08).
           05  MM-LEGAL-NAME           PIC X(40).
           05  MM-TIN-TYPE             PIC X(01).
           05  MM-TAXPAYER-ID          PIC X(09).

       FD  TRANSMISSION-FILE.
           COPY XMITREC.

       FD  STATEMENT-FILE.
       01  ST-LINE                     PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  MS-MHS-STATUS            PIC X(02) VALUE "00".
       01  MS-CSE-STATUS            PIC X(02) VALUE "00".
       01  MS-MMS-STATUS            PIC X(02) VALUE "00".
       01  MS-CTL-STATUS            PIC X(02) VALUE "00".
       01  MS-STM-STATUS            PIC X(02) VALUE "00".
       01  MS-MHS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       01  MS-CSE-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CASES            VALUE "Y".
       01  MS-MMS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-MERCH-MASTER     VALUE "Y".
       01  MS-CTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CONTROL          VALUE "Y".
       01  MS-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  MS-OPEN-ERROR            VALUE "Y".
       01  MS-MM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  MS-MM-FOUND              VALUE "Y".
       01  MS-STMT-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  MS-STMT-OPEN             VALUE "Y".

      * THE KEYED STATEMENT MONTH AND ITS DATE RANGE
       01  MS-STMT-MONTH            PIC 9(06) VALUE 0.
       01  MS-MONTH-START           PIC 9(08) VALUE 0.
       01  MS-MONTH-END             PIC 9(08) VALUE 0.
       01  MS-RUN-DATE              PIC 9(08).

      * MERCHANT NAMES FROM THE MASTER
       01  MS-MM-TABLE.
           05  MS-MM-ENTRY OCCURS 500 TIMES
                   INDEXED BY MS-MM-IDX.
               10  MS-MM-ID            PIC X(08).
               10  MS-MM-NAME          PIC X(20).
       01  MS-MM-COUNT              PIC 9(03) VALUE 0.

      * THE MONTH'S CHARGEBACK CASES -- EVERY CASE RECEIVED IN THE
      * MONTH, AND EVERY CASE WON OR LOST IN IT. EACH IS MARKED
      * WHEN ITS MERCHANT'S STATEMENT PRINTS IT; WHAT IS LEFT
      * BELONGS TO MERCHANTS WITH NO FUNDING IN THE MONTH.
       01  MS-CASE-TABLE.
           05  MS-CASE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY MS-CASE-IDX.
               10  MS-CASE-NO          PIC 9(07).
               10  MS-CASE-MERCH-ID    PIC X(08).
               10  MS-CASE-RECEIVED    PIC 9(08).
               10  MS-CASE-CARD        PIC X(19).
               10  MS-CASE-AMOUNT      PIC 9(07)V9(02).
               10  MS-CASE-REASON      PIC X(08).
               10  MS-CASE-STATUS      PIC X(01).
               10  MS-CASE-ACTION      PIC 9(08).
               10  MS-CASE-PRINTED     PIC X(01).
       01  MS-CASE-COUNT            PIC 9(04) VALUE 0.
       01  MS-CASE-LEFT             PIC 9(04) VALUE 0.

      * EACH DAY OF THE MONTH: THE NET FUNDED ACROSS ALL
      * MERCHANTS, AND THE MERCHACH CREDIT TOTAL LOGGED FOR IT
       01  MS-DAY-TABLE.
           05  MS-DAY-ENTRY OCCURS 31 TIMES
                   INDEXED BY MS-DAY-IDX.
               10  MS-DAY-HIST         PIC X(01).
               10  MS-DAY-NET          PIC 9(11)V9(02).
               10  MS-DAY-XMIT         PIC X(01).
               10  MS-DAY-ACH          PIC 9(13)V9(02).
               10  MS-DAY-XSTATUS      PIC X(01).
       01  MS-DAY-SUB               PIC 9(02) VALUE 0.

      * THE MERCHANT IN HAND
       01  MS-CUR-MERCH-ID          PIC X(08) VALUE SPACES.
       01  MS-CUR-COMPANY           PIC X(02) VALUE SPACES.
       01  MS-MER-GROSS             PIC 9(11)V9(02) VALUE 0.
       01  MS-MER-REFUNDS           PIC 9(11)V9(02) VALUE 0.
       01  MS-MER-FEE               PIC 9(11)V9(02) VALUE 0.
       01  MS-MER-DEBITS            PIC 9(11)V9(02) VALUE 0.
       01  MS-MER-NET               PIC 9(11)V9(02) VALUE 0.
       01  MS-MER-DAYS-FUNDED       PIC 9(03) VALUE 0.
       01  MS-MER-DAYS-HELD         PIC 9(03) VALUE 0.
       01  MS-MER-RSV-HELD          PIC 9(11)V9(02) VALUE 0.
       01  MS-MER-RSV-RELEASED      PIC 9(11)V9(02) VALUE 0.
       01  MS-CB-RECV-COUNT         PIC 9(05) VALUE 0.
       01  MS-CB-RECV-AMOUNT        PIC 9(09)V9(02) VALUE 0.
       01  MS-CB-WON-COUNT          PIC 9(05) VALUE 0.
       01  MS-CB-WON-AMOUNT         PIC 9(09)V9(02) VALUE 0.
       01  MS-CB-LOST-COUNT         PIC 9(05) VALUE 0.
       01  MS-CB-LOST-AMOUNT        PIC 9(09)V9(02) VALUE 0.
       01  MS-CB-PRINT-COUNT        PIC 9(05) VALUE 0.

      * MONTH TOTALS AND PROOF
       01  MS-TOT-NET               PIC 9(13)V9(02) VALUE 0.
       01  MS-TOT-ACH               PIC 9(13)V9(02) VALUE 0.
       01  MS-COUNT-STATEMENTS      PIC 9(05) VALUE 0.
       01  MS-COUNT-PROOF-EXCP      PIC 9(03) VALUE 0.

      * PAN MASKING -- ONLY THE MASKED FORM EVER PRINTS
       01  MS-PAN-MASKED            PIC X(19).
       01  MS-PAN-LENGTH            PIC 9(02) VALUE 0.
       01  MS-SCAN-I                PIC 9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  MS-VA-PROMPT-1           PIC X(60).
       01  MS-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  MS-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  MS-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  MS-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * STATEMENT PRINT LINES
       01  ST-SEPARATOR-LINE        PIC X(110) VALUE ALL "=".

       01  ST-TITLE-LINE.
           05  FILLER              PIC X(27) VALUE
                   "MERCHANT STATEMENT   MONTH ".
           05  STT-MONTH           PIC 9(06).
           05  FILLER              PIC X(12) VALUE "   MERCHANT ".
           05  STT-MERCH-ID        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STT-NAME            PIC X(20).
           05  FILLER              PIC X(10) VALUE "  COMPANY ".
           05  STT-COMPANY         PIC X(02).

       01  ST-COL-HDR-LINE.
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(15) VALUE "          GROSS".
           05  FILLER              PIC X(15) VALUE "        REFUNDS".
           05  FILLER              PIC X(15) VALUE "   DISCOUNT FEE".
           05  FILLER              PIC X(15) VALUE "    CHGB DEBITS".
           05  FILLER              PIC X(15) VALUE "     NET FUNDED".
           05  FILLER              PIC X(10) VALUE "  NOTE".
           05  FILLER              PIC X(15) VALUE "ACH TRACE".

       01  ST-DETAIL-LINE.
           05  SD-DATE             PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-REFUNDS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-FEE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-NET              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-NOTE             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-TRACE            PIC X(15).

       01  ST-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "MONTH".
           05  STL-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STL-REFUNDS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STL-FEE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STL-DEBITS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STL-NET             PIC ZZZ,ZZZ,ZZ9.99.

       01  ST-FEE-LINE.
           05  FILLER              PIC X(28) VALUE
                   "DISCOUNT FEES FOR THE MONTH ".
           05  SF-FEE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15) VALUE "   DAYS FUNDED ".
           05  SF-DAYS-FUNDED      PIC ZZ9.
           05  FILLER              PIC X(13) VALUE "   DAYS HELD ".
           05  SF-DAYS-HELD        PIC ZZ9.

       01  ST-RESERVE-LINE.
           05  FILLER              PIC X(28) VALUE
                   "CHARGEBACK RESERVE HELD".
           05  SV-HELD             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15) VALUE "   RELEASED".
           05  SV-RELEASED         PIC ZZZ,ZZZ,ZZ9.99.

       01  ST-CB-HDR-LINE.
           05  FILLER              PIC X(09) VALUE "CASE".
           05  FILLER              PIC X(10) VALUE "RECEIVED".
           05  FILLER              PIC X(20) VALUE "CARD".
           05  FILLER              PIC X(14) VALUE "        AMOUNT".
           05  FILLER              PIC X(10) VALUE "  REASON".
           05  FILLER              PIC X(13) VALUE "STATUS".
           05  FILLER              PIC X(08) VALUE "ACTION".

       01  ST-CB-DETAIL-LINE.
           05  SC-CASE-NO          PIC 9(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SC-RECEIVED         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SC-PAN-MASKED       PIC X(19).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SC-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SC-REASON           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SC-STATUS           PIC X(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SC-ACTION           PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SC-MERCH-ID         PIC X(08).

       01  ST-CB-SUMMARY-LINE.
           05  SCS-LABEL           PIC X(28).
           05  SCS-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SCS-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  ST-PROOF-HDR-LINE.
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(18) VALUE
                   "  HISTORY NET".
           05  FILLER              PIC X(18) VALUE
                   "  MERCHACH CREDITS".
           05  FILLER              PIC X(08) VALUE "  STATUS".
           05  FILLER              PIC X(10) VALUE "  RESULT".

       01  ST-PROOF-LINE.
           05  SP-DATE             PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SP-NET              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SP-ACH              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SP-STATUS           PIC X(01).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  SP-RESULT           PIC X(08).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "MERCHANT-STATEMENT".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MS-OPEN-ERROR
               PERFORM 2000-PRINT-STATEMENTS THRU 2000-EXIT
               PERFORM 3000-PRINT-UNSTATED-CASES THRU 3000-EXIT
               PERFORM 4000-PRINT-FUNDING-PROOF THRU 4000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MONTH, LOAD THE MERCHANT NAMES,
      * THE MONTH'S CHARGEBACK CASES AND ITS MERCHACH
      * TRANSMISSIONS, AND OPEN THE FILES
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE STATEMENT MONTH (CCYYMM)"
               TO MS-VA-PROMPT-1
           MOVE 199001 TO MS-VA-LOW
           MOVE 209912 TO MS-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING MS-VA-PROMPT-1
               MS-VA-PROMPT-2 MS-VA-LOW MS-VA-HIGH MS-VA-RESULT
           MOVE MS-VA-RESULT TO MS-STMT-MONTH
           COMPUTE MS-MONTH-START = (MS-STMT-MONTH * 100) + 1
           COMPUTE MS-MONTH-END = (MS-STMT-MONTH * 100) + 31
           CALL "BUSINESS-DATE" USING MS-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MS-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1100-CLEAR-DAY THRU 1100-EXIT
               VARYING MS-DAY-IDX FROM 1 BY 1
               UNTIL MS-DAY-IDX > 31
           OPEN INPUT MERCHANT-MASTER-FILE
           IF MS-MMS-STATUS(1:1) = "0"
               PERFORM 1210-READ-MERCH-MASTER THRU 1210-EXIT
               PERFORM 1220-STORE-MERCH-MASTER THRU 1220-EXIT
                   UNTIL END-OF-MERCH-MASTER
                      OR MS-MM-COUNT >= 500
           END-IF
           CLOSE MERCHANT-MASTER-FILE
           OPEN INPUT CHARGEBACK-CASE-FILE
           IF MS-CSE-STATUS(1:1) = "0"
               PERFORM 1300-LOAD-CASES THRU 1300-EXIT
           END-IF
           CLOSE CHARGEBACK-CASE-FILE
           OPEN INPUT TRANSMISSION-FILE
           IF MS-CTL-STATUS(1:1) = "0"
               PERFORM 1410-READ-CONTROL THRU 1410-EXIT
               PERFORM 1420-FOLD-CONTROL THRU 1420-EXIT
                   UNTIL END-OF-CONTROL
           END-IF
           CLOSE TRANSMISSION-FILE
           OPEN INPUT MERCHANT-HISTORY-FILE
           IF MS-MHS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT HISTORY FILE -- "
                   "STATUS " MS-MHS-STATUS " ***"
               SET MS-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF MS-STM-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STATEMENT FILE -- "
                   "STATUS " MS-STM-STATUS " ***"
               SET MS-OPEN-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-DAY.
           MOVE "N" TO MS-DAY-HIST(MS-DAY-IDX)
           MOVE 0 TO MS-DAY-NET(MS-DAY-IDX)
           MOVE "N" TO MS-DAY-XMIT(MS-DAY-IDX)
           MOVE 0 TO MS-DAY-ACH(MS-DAY-IDX)
           MOVE SPACE TO MS-DAY-XSTATUS(MS-DAY-IDX).
       1100-EXIT.
           EXIT.

       1210-READ-MERCH-MASTER.
           READ MERCHANT-MASTER-FILE
               AT END
                   SET END-OF-MERCH-MASTER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-MERCH-MASTER.
           ADD 1 TO MS-MM-COUNT
           SET MS-MM-IDX TO MS-MM-COUNT
           MOVE MM-MERCHANT-ID TO MS-MM-ID(MS-MM-IDX)
           MOVE MM-NAME TO MS-MM-NAME(MS-MM-IDX)
           PERFORM 1210-READ-MERCH-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-CASES -- WALK THE CASE FILE ONCE, KEEPING EVERY
      * CASE RECEIVED IN THE MONTH AND EVERY CASE WON OR LOST IN
      * IT
      *-----------------------
       1300-LOAD-CASES.
           MOVE 0 TO KC-CASE-NO
           START CHARGEBACK-CASE-FILE KEY >= KC-CASE-NO
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM 1310-READ-NEXT-CASE THRU 1310-EXIT
           PERFORM 1320-KEEP-ONE-CASE THRU 1320-EXIT
               UNTIL END-OF-CASES.
       1300-EXIT.
           EXIT.

       1310-READ-NEXT-CASE.
           IF NOT END-OF-CASES
               READ CHARGEBACK-CASE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CASES TO TRUE
               END-READ
           END-IF.
       1310-EXIT.
           EXIT.

       1320-KEEP-ONE-CASE.
           IF (KC-RECEIVED-DATE < MS-MONTH-START
                   OR KC-RECEIVED-DATE > MS-MONTH-END)
               AND NOT ((KC-STATUS-WON OR KC-STATUS-LOST)
                   AND KC-LAST-ACTION-DATE >= MS-MONTH-START
                   AND KC-LAST-ACTION-DATE <= MS-MONTH-END)
               GO TO 1320-NEXT
           END-IF
           IF MS-CASE-COUNT >= 1000
               DISPLAY "*** MORE THAN 1000 CHARGEBACK CASES IN THE "
                   "MONTH -- CASE " KC-CASE-NO " NOT STATED ***"
               GO TO 1320-NEXT
           END-IF
           ADD 1 TO MS-CASE-COUNT
           SET MS-CASE-IDX TO MS-CASE-COUNT
           MOVE KC-CASE-NO TO MS-CASE-NO(MS-CASE-IDX)
           MOVE KC-MERCHANT-ID TO MS-CASE-MERCH-ID(MS-CASE-IDX)
           MOVE KC-RECEIVED-DATE TO MS-CASE-RECEIVED(MS-CASE-IDX)
           MOVE KC-CARD-NUMBER TO MS-CASE-CARD(MS-CASE-IDX)
           MOVE KC-AMOUNT TO MS-CASE-AMOUNT(MS-CASE-IDX)
           MOVE KC-REASON TO MS-CASE-REASON(MS-CASE-IDX)
           MOVE KC-STATUS TO MS-CASE-STATUS(MS-CASE-IDX)
           MOVE KC-LAST-ACTION-DATE TO MS-CASE-ACTION(MS-CASE-IDX)
           MOVE "N" TO MS-CASE-PRINTED(MS-CASE-IDX).
       1320-NEXT.
           PERFORM 1310-READ-NEXT-CASE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1410-READ-CONTROL.
           READ TRANSMISSION-FILE
               AT END
                   SET END-OF-CONTROL TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      * THE LOG IS APPEND-ONLY, SO THE LAST MERCHACH RECORD FOR A
      * DATE IS ITS CURRENT STATE -- A RERUN'S NEW PRODUCED RECORD
      * REPLACES AN EARLIER ONE, AND A SENT RECORD CARRIES THE
      * PRODUCED FIGURES FORWARD
       1420-FOLD-CONTROL.
           IF XM-FILE-NAME = "MERCHACH"
                   AND XM-OUTBOUND
                   AND XM-BUSINESS-DATE >= MS-MONTH-START
                   AND XM-BUSINESS-DATE <= MS-MONTH-END
               MOVE XM-BUSINESS-DATE(7:2) TO MS-DAY-SUB
               SET MS-DAY-IDX TO MS-DAY-SUB
               MOVE "Y" TO MS-DAY-XMIT(MS-DAY-IDX)
               MOVE XM-HASH-TOTAL TO MS-DAY-ACH(MS-DAY-IDX)
               MOVE XM-STATUS TO MS-DAY-XSTATUS(MS-DAY-IDX)
           END-IF
           PERFORM 1410-READ-CONTROL THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *-----------------------
      * 2000-PRINT-STATEMENTS -- WALK THE FUNDING HISTORY IN KEY
      * ORDER (MERCHANT, THEN DATE); EACH CHANGE OF MERCHANT
      * CLOSES ONE STATEMENT AND OPENS THE NEXT. ONLY RECORDS
      * DATED IN THE MONTH COUNT.
      *-----------------------
       2000-PRINT-STATEMENTS.
           MOVE LOW-VALUES TO MH-KEY
           START MERCHANT-HISTORY-FILE KEY >= MH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
           PERFORM 2200-STATE-ONE-DAY THRU 2200-EXIT
               UNTIL END-OF-HISTORY
           IF MS-STMT-OPEN
               PERFORM 2500-CLOSE-STATEMENT THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-HISTORY.
           IF NOT END-OF-HISTORY
               READ MERCHANT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY TO TRUE
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-STATE-ONE-DAY.
           IF MH-FUND-DATE < MS-MONTH-START
                   OR MH-FUND-DATE > MS-MONTH-END
               GO TO 2200-NEXT
           END-IF
           IF MS-STMT-OPEN AND MH-MERCHANT-ID NOT = MS-CUR-MERCH-ID
               PERFORM 2500-CLOSE-STATEMENT THRU 2500-EXIT
           END-IF
           IF NOT MS-STMT-OPEN
               PERFORM 2300-OPEN-STATEMENT THRU 2300-EXIT
           END-IF
           MOVE MH-FUND-DATE TO SD-DATE
           MOVE MH-GROSS TO SD-GROSS
           MOVE MH-REFUNDS TO SD-REFUNDS
           MOVE MH-FEE TO SD-FEE
           MOVE MH-CHGB-DEBITS TO SD-DEBITS
           MOVE MH-NET TO SD-NET
           MOVE MH-NOTE TO SD-NOTE
           IF MH-TRACE-SEQ > 0
               MOVE MH-ACH-TRACE TO SD-TRACE
           ELSE
               MOVE SPACES TO SD-TRACE
           END-IF
           MOVE ST-DETAIL-LINE TO ST-LINE
           WRITE ST-LINE
           ADD MH-GROSS TO MS-MER-GROSS
           ADD MH-REFUNDS TO MS-MER-REFUNDS
           ADD MH-FEE TO MS-MER-FEE
           ADD MH-CHGB-DEBITS TO MS-MER-DEBITS
           ADD MH-NET TO MS-MER-NET
           IF MH-RESERVE-HELD NUMERIC
               ADD MH-RESERVE-HELD TO MS-MER-RSV-HELD
           END-IF
           IF MH-RESERVE-RELEASED NUMERIC
               ADD MH-RESERVE-RELEASED TO MS-MER-RSV-RELEASED
           END-IF
           IF MH-FUNDED
               ADD 1 TO MS-MER-DAYS-FUNDED
           ELSE
               ADD 1 TO MS-MER-DAYS-HELD
           END-IF
           MOVE MH-FUND-DATE(7:2) TO MS-DAY-SUB
           SET MS-DAY-IDX TO MS-DAY-SUB
           MOVE "Y" TO MS-DAY-HIST(MS-DAY-IDX)
           ADD MH-NET TO MS-DAY-NET(MS-DAY-IDX)
           ADD MH-NET TO MS-TOT-NET.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-OPEN-STATEMENT.
           SET MS-STMT-OPEN TO TRUE
           ADD 1 TO MS-COUNT-STATEMENTS
           MOVE MH-MERCHANT-ID TO MS-CUR-MERCH-ID
           MOVE MH-COMPANY-CODE TO MS-CUR-COMPANY
           MOVE 0 TO MS-MER-GROSS
           MOVE 0 TO MS-MER-REFUNDS
           MOVE 0 TO MS-MER-FEE
           MOVE 0 TO MS-MER-DEBITS
           MOVE 0 TO MS-MER-NET
           MOVE 0 TO MS-MER-DAYS-FUNDED
           MOVE 0 TO MS-MER-DAYS-HELD
           MOVE 0 TO MS-MER-RSV-HELD
           MOVE 0 TO MS-MER-RSV-RELEASED
           MOVE "** NOT ON MASTER **" TO STT-NAME
           MOVE "N" TO MS-MM-FOUND-SWITCH
           PERFORM 2310-FIND-MERCHANT-NAME THRU 2310-EXIT
               VARYING MS-MM-IDX FROM 1 BY 1
               UNTIL MS-MM-IDX > MS-MM-COUNT
                  OR MS-MM-FOUND
           MOVE MS-STMT-MONTH TO STT-MONTH
           MOVE MS-CUR-MERCH-ID TO STT-MERCH-ID
           IF MS-CUR-COMPANY = SPACES
               MOVE "01" TO STT-COMPANY
           ELSE
               MOVE MS-CUR-COMPANY TO STT-COMPANY
           END-IF
           MOVE ST-SEPARATOR-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE ST-TITLE-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE ST-COL-HDR-LINE TO ST-LINE
           WRITE ST-LINE.
       2300-EXIT.
           EXIT.

       2310-FIND-MERCHANT-NAME.
           IF MS-MM-ID(MS-MM-IDX) = MS-CUR-MERCH-ID
               SET MS-MM-FOUND TO TRUE
               MOVE MS-MM-NAME(MS-MM-IDX) TO STT-NAME
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2500-CLOSE-STATEMENT -- THE MERCHANT'S MONTH TOTALS AND
      * FEES, ANY CHARGEBACK RESERVE HELD OR RELEASED, THEN ITS
      * CHARGEBACKS: EACH CASE RECEIVED, WON OR LOST IN THE MONTH,
      * AND THE COUNTS AND AMOUNTS OF EACH
      *-----------------------
       2500-CLOSE-STATEMENT.
           MOVE MS-MER-GROSS TO STL-GROSS
           MOVE MS-MER-REFUNDS TO STL-REFUNDS
           MOVE MS-MER-FEE TO STL-FEE
           MOVE MS-MER-DEBITS TO STL-DEBITS
           MOVE MS-MER-NET TO STL-NET
           MOVE ST-TOTAL-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE MS-MER-FEE TO SF-FEE
           MOVE MS-MER-DAYS-FUNDED TO SF-DAYS-FUNDED
           MOVE MS-MER-DAYS-HELD TO SF-DAYS-HELD
           MOVE ST-FEE-LINE TO ST-LINE
           WRITE ST-LINE
           IF MS-MER-RSV-HELD > 0 OR MS-MER-RSV-RELEASED > 0
               MOVE MS-MER-RSV-HELD TO SV-HELD
               MOVE MS-MER-RSV-RELEASED TO SV-RELEASED
               MOVE ST-RESERVE-LINE TO ST-LINE
               WRITE ST-LINE
           END-IF
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE 0 TO MS-CB-RECV-COUNT
           MOVE 0 TO MS-CB-RECV-AMOUNT
           MOVE 0 TO MS-CB-WON-COUNT
           MOVE 0 TO MS-CB-WON-AMOUNT
           MOVE 0 TO MS-CB-LOST-COUNT
           MOVE 0 TO MS-CB-LOST-AMOUNT
           MOVE 0 TO MS-CB-PRINT-COUNT
           MOVE "CHARGEBACKS" TO ST-LINE
           WRITE ST-LINE
           PERFORM 2600-STATE-ONE-CASE THRU 2600-EXIT
               VARYING MS-CASE-IDX FROM 1 BY 1
               UNTIL MS-CASE-IDX > MS-CASE-COUNT
           IF MS-CB-PRINT-COUNT = 0
               MOVE "  NONE THIS MONTH" TO ST-LINE
               WRITE ST-LINE
           END-IF
           MOVE "RECEIVED (DEBITED)" TO SCS-LABEL
           MOVE MS-CB-RECV-COUNT TO SCS-COUNT
           MOVE MS-CB-RECV-AMOUNT TO SCS-AMOUNT
           MOVE ST-CB-SUMMARY-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE "WON" TO SCS-LABEL
           MOVE MS-CB-WON-COUNT TO SCS-COUNT
           MOVE MS-CB-WON-AMOUNT TO SCS-AMOUNT
           MOVE ST-CB-SUMMARY-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE "LOST" TO SCS-LABEL
           MOVE MS-CB-LOST-COUNT TO SCS-COUNT
           MOVE MS-CB-LOST-AMOUNT TO SCS-AMOUNT
           MOVE ST-CB-SUMMARY-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE "N" TO MS-STMT-OPEN-SWITCH.
       2500-EXIT.
           EXIT.

       2600-STATE-ONE-CASE.
           IF MS-CASE-MERCH-ID(MS-CASE-IDX) NOT = MS-CUR-MERCH-ID
               GO TO 2600-EXIT
           END-IF
           IF MS-CB-PRINT-COUNT = 0
               MOVE ST-CB-HDR-LINE TO ST-LINE
               WRITE ST-LINE
           END-IF
           ADD 1 TO MS-CB-PRINT-COUNT
           MOVE "Y" TO MS-CASE-PRINTED(MS-CASE-IDX)
           PERFORM 2700-WRITE-CASE-LINE THRU 2700-EXIT
           IF MS-CASE-RECEIVED(MS-CASE-IDX) >= MS-MONTH-START
                   AND MS-CASE-RECEIVED(MS-CASE-IDX) <= MS-MONTH-END
               ADD 1 TO MS-CB-RECV-COUNT
               ADD MS-CASE-AMOUNT(MS-CASE-IDX) TO MS-CB-RECV-AMOUNT
           END-IF
           IF MS-CASE-ACTION(MS-CASE-IDX) < MS-MONTH-START
                   OR MS-CASE-ACTION(MS-CASE-IDX) > MS-MONTH-END
               GO TO 2600-EXIT
           END-IF
           IF MS-CASE-STATUS(MS-CASE-IDX) = "W"
               ADD 1 TO MS-CB-WON-COUNT
               ADD MS-CASE-AMOUNT(MS-CASE-IDX) TO MS-CB-WON-AMOUNT
           END-IF
           IF MS-CASE-STATUS(MS-CASE-IDX) = "L"
               ADD 1 TO MS-CB-LOST-COUNT
               ADD MS-CASE-AMOUNT(MS-CASE-IDX) TO MS-CB-LOST-AMOUNT
           END-IF.
       2600-EXIT.
           EXIT.

      * ONE CASE LINE, THE PAN MASKED
       2700-WRITE-CASE-LINE.
           PERFORM 2710-MASK-CASE-PAN THRU 2710-EXIT
           MOVE MS-CASE-NO(MS-CASE-IDX) TO SC-CASE-NO
           MOVE MS-CASE-RECEIVED(MS-CASE-IDX) TO SC-RECEIVED
           MOVE MS-PAN-MASKED TO SC-PAN-MASKED
           MOVE MS-CASE-AMOUNT(MS-CASE-IDX) TO SC-AMOUNT
           MOVE MS-CASE-REASON(MS-CASE-IDX) TO SC-REASON
           EVALUATE MS-CASE-STATUS(MS-CASE-IDX)
               WHEN "N"
                   MOVE "NEW" TO SC-STATUS
               WHEN "R"
                   MOVE "REPRESENTED" TO SC-STATUS
               WHEN "L"
                   MOVE "LOST" TO SC-STATUS
               WHEN "W"
                   MOVE "WON" TO SC-STATUS
               WHEN OTHER
                   MOVE MS-CASE-STATUS(MS-CASE-IDX) TO SC-STATUS
           END-EVALUATE
           MOVE MS-CASE-ACTION(MS-CASE-IDX) TO SC-ACTION
           MOVE SPACES TO SC-MERCH-ID
           IF NOT MS-STMT-OPEN
               MOVE MS-CASE-MERCH-ID(MS-CASE-IDX) TO SC-MERCH-ID
           END-IF
           MOVE ST-CB-DETAIL-LINE TO ST-LINE
           WRITE ST-LINE.
       2700-EXIT.
           EXIT.

       2710-MASK-CASE-PAN.
           MOVE 0 TO MS-PAN-LENGTH
           PERFORM 2720-SCAN-ONE-POSITION THRU 2720-EXIT
               VARYING MS-SCAN-I FROM 19 BY -1
               UNTIL MS-SCAN-I = 0
                  OR MS-PAN-LENGTH > 0
           MOVE SPACES TO MS-PAN-MASKED
           IF MS-PAN-LENGTH >= 13
               MOVE ALL "X" TO MS-PAN-MASKED(1:MS-PAN-LENGTH)
               MOVE MS-CASE-CARD(MS-CASE-IDX)(1:6)
                   TO MS-PAN-MASKED(1:6)
               MOVE MS-CASE-CARD(MS-CASE-IDX)(MS-PAN-LENGTH - 3:4)
                   TO MS-PAN-MASKED(MS-PAN-LENGTH - 3:4)
           ELSE
               MOVE ALL "X" TO MS-PAN-MASKED
           END-IF.
       2710-EXIT.
           EXIT.

       2720-SCAN-ONE-POSITION.
           IF MS-CASE-CARD(MS-CASE-IDX)(MS-SCAN-I:1) NOT = SPACE
               MOVE MS-SCAN-I TO MS-PAN-LENGTH
           END-IF.
       2720-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-UNSTATED-CASES -- CASES RECEIVED, WON OR LOST
      * IN THE MONTH FOR A MERCHANT WITH NO FUNDING DAY IN IT,
      * LISTED SO NONE GOES UNREPORTED
      *-----------------------
       3000-PRINT-UNSTATED-CASES.
           MOVE 0 TO MS-CASE-LEFT
           PERFORM 3100-COUNT-UNSTATED THRU 3100-EXIT
               VARYING MS-CASE-IDX FROM 1 BY 1
               UNTIL MS-CASE-IDX > MS-CASE-COUNT
           IF MS-CASE-LEFT = 0
               GO TO 3000-EXIT
           END-IF
           MOVE ST-SEPARATOR-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE "CHARGEBACKS FOR MERCHANTS WITH NO FUNDING THIS MONTH"
               TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE ST-CB-HDR-LINE TO ST-LINE
           MOVE "MERCHANT" TO ST-LINE(89:8)
           WRITE ST-LINE
           PERFORM 3200-LIST-UNSTATED THRU 3200-EXIT
               VARYING MS-CASE-IDX FROM 1 BY 1
               UNTIL MS-CASE-IDX > MS-CASE-COUNT
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE.
       3000-EXIT.
           EXIT.

       3100-COUNT-UNSTATED.
           IF MS-CASE-PRINTED(MS-CASE-IDX) = "N"
               ADD 1 TO MS-CASE-LEFT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LIST-UNSTATED.
           IF MS-CASE-PRINTED(MS-CASE-IDX) = "N"
               PERFORM 2700-WRITE-CASE-LINE THRU 2700-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------
      * 4000-PRINT-FUNDING-PROOF -- EVERY DAY OF THE MONTH WITH
      * FUNDING HISTORY OR A MERCHACH TRANSMISSION: THE DAY'S NET
      * FUNDED ACROSS ALL MERCHANTS AGAINST THE CREDIT TOTAL
      * LOGGED FOR THE FILE SHIPPED. A DAY THAT DOES NOT AGREE,
      * HAS NO FILE, OR WAS NEVER MARKED SENT IS FLAGGED AND THE
      * RUN ENDS RC 4.
      *-----------------------
       4000-PRINT-FUNDING-PROOF.
           MOVE ST-SEPARATOR-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE "FUNDING PROOF TO MERCHACH TRANSMISSIONS, MONTH "
               TO ST-LINE
           MOVE MS-STMT-MONTH TO ST-LINE(48:6)
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE ST-PROOF-HDR-LINE TO ST-LINE
           WRITE ST-LINE
           PERFORM 4100-PROVE-ONE-DAY THRU 4100-EXIT
               VARYING MS-DAY-IDX FROM 1 BY 1
               UNTIL MS-DAY-IDX > 31
           MOVE 0 TO SP-DATE
           MOVE MS-TOT-NET TO SP-NET
           MOVE MS-TOT-ACH TO SP-ACH
           MOVE SPACE TO SP-STATUS
           IF MS-TOT-NET = MS-TOT-ACH
               MOVE "PROVES" TO SP-RESULT
           ELSE
               MOVE "OUT" TO SP-RESULT
           END-IF
           MOVE ST-PROOF-LINE TO ST-LINE
           MOVE "MONTH   " TO ST-LINE(1:8)
           WRITE ST-LINE
           IF MS-COUNT-PROOF-EXCP > 0
               DISPLAY "*** " MS-COUNT-PROOF-EXCP " FUNDING DAY(S) "
                   "DO NOT PROVE TO MERCHACH -- SEE STATEMENT "
                   "PROOF ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "MERCHANT STATEMENTS PRINTED: " MS-COUNT-STATEMENTS.
       4000-EXIT.
           EXIT.

       4100-PROVE-ONE-DAY.
           IF MS-DAY-HIST(MS-DAY-IDX) = "N"
                   AND MS-DAY-XMIT(MS-DAY-IDX) = "N"
               GO TO 4100-EXIT
           END-IF
           SET MS-DAY-SUB TO MS-DAY-IDX
           COMPUTE SP-DATE = MS-MONTH-START + MS-DAY-SUB - 1
           MOVE MS-DAY-NET(MS-DAY-IDX) TO SP-NET
           MOVE MS-DAY-ACH(MS-DAY-IDX) TO SP-ACH
           MOVE MS-DAY-XSTATUS(MS-DAY-IDX) TO SP-STATUS
           ADD MS-DAY-ACH(MS-DAY-IDX) TO MS-TOT-ACH
           EVALUATE TRUE
               WHEN MS-DAY-XMIT(MS-DAY-IDX) = "N"
                       AND MS-DAY-NET(MS-DAY-IDX) > 0
                   MOVE "NO FILE" TO SP-RESULT
                   ADD 1 TO MS-COUNT-PROOF-EXCP
               WHEN MS-DAY-NET(MS-DAY-IDX)
                       NOT = MS-DAY-ACH(MS-DAY-IDX)
                   MOVE "OUT" TO SP-RESULT
                   ADD 1 TO MS-COUNT-PROOF-EXCP
               WHEN MS-DAY-XSTATUS(MS-DAY-IDX) = "P"
                   MOVE "NOT SENT" TO SP-RESULT
                   ADD 1 TO MS-COUNT-PROOF-EXCP
               WHEN OTHER
                   MOVE "PROVES" TO SP-RESULT
           END-EVALUATE
           MOVE ST-PROOF-LINE TO ST-LINE
           WRITE ST-LINE.
       4100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MS-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE MERCHANT-HISTORY-FILE
           CLOSE STATEMENT-FILE.
       9000-EXIT.
           EXIT.
