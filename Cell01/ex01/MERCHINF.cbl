       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MERCHANT-INFO-RETURN.
       AUTHOR. CARD-SERVICES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The annual gross-payments
      *                  information return for the merchants we
      *                  settle card sales for: each merchant's
      *                  settled gross for the keyed tax year, by
      *                  month, from the funding history (MERCHHST),
      *                  filed under the legal name and taxpayer ID
      *                  on the merchant master (MERCHMST) and under
      *                  the company that funded it (COMPMST) as the
      *                  payer. Writes the electronic filing file
      *                  (MERCHIRF) in the authority's fixed format --
      *                  a transmitter record, then per payer company
      *                  a payer record, one payee record per
      *                  merchant and a payer totals record, then the
      *                  end-of-transmission record -- a printed
      *                  recipient statement per merchant (MERCHIRS),
      *                  and a control report (MIRRPT). A merchant
      *                  with no taxpayer ID is filed with zeros and
      *                  flagged for backup withholding follow-up. A
      *                  file that proves to the history is logged on
      *                  the transmission register.
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
               FILE STATUS IS IR-MHS-STATUS.
           SELECT OPTIONAL MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-MMS-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-CO-STATUS.
           SELECT RETURN-FILING-FILE ASSIGN TO "MERCHIRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-FIL-STATUS.
           SELECT RECIPIENT-STATEMENT-FILE ASSIGN TO "MERCHIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-STM-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "MIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MERCHANT-HISTORY-FILE.
           COPY MERCHHST.

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
               88  MM-TIN-EIN              VALUE "E".
               88  MM-TIN-SSN              VALUE "S".
           05  MM-TAXPAYER-ID          PIC X(09).

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

       FD  RETURN-FILING-FILE.
       01  RF-RECORD               PIC X(750).

       FD  RECIPIENT-STATEMENT-FILE.
       01  ST-LINE                 PIC X(80).

       FD  CONTROL-REPORT-FILE.
       01  RPT-LINE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  IR-MHS-STATUS            PIC X(02) VALUE "00".
       01  IR-MMS-STATUS            PIC X(02) VALUE "00".
       01  IR-CO-STATUS             PIC X(02) VALUE "00".
       01  IR-FIL-STATUS            PIC X(02) VALUE "00".
       01  IR-STM-STATUS            PIC X(02) VALUE "00".
       01  IR-RPT-STATUS            PIC X(02) VALUE "00".
       01  IR-MHS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       01  IR-MMS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-MERCH-MASTER     VALUE "Y".
       01  IR-CO-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-COMPANIES        VALUE "Y".
       01  IR-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  IR-OPEN-ERROR           VALUE "Y".
       01  IR-BALANCE-SWITCH        PIC X(01) VALUE "Y".
           88  IR-IN-BALANCE           VALUE "Y".
           88  IR-OUT-OF-BALANCE       VALUE "N".
       01  IR-MM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  IR-MM-FOUND             VALUE "Y".
       01  IR-CO-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  IR-CO-FOUND             VALUE "Y".
       01  IR-MER-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  IR-MER-FOUND            VALUE "Y".
       01  IR-PAYER-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  IR-PAYER-OPEN           VALUE "Y".

      * THE KEYED TAX YEAR
       01  IR-TAX-YEAR              PIC 9(04) VALUE 0.
       01  IR-FUND-YEAR             PIC 9(04) VALUE 0.
       01  IR-FUND-PERIOD           PIC 9(06) VALUE 0.
       01  IR-MONTH                 PIC 9(02) VALUE 0.
       01  IR-RUN-DATE              PIC 9(08).

      * A MERCHANT WHOSE GROSS FOR THE YEAR IS UNDER THE REPORTING
      * THRESHOLD IS LISTED ON THE CONTROL REPORT BUT NOT FILED
       01  IR-FILING-THRESHOLD      PIC 9(07)V9(02) VALUE 600.00.

      * THE PAYER WHEN NO COMPANY MASTER IS ON FILE -- THE EIN IS
      * THE ONE THE ACH COMPANY ID CARRIES AFTER ITS LEADING 1
       01  IR-DEFAULT-PAYER-TIN     PIC X(09) VALUE "916040321".
       01  IR-DEFAULT-PAYER-NAME    PIC X(30) VALUE
               "KINGDOM CARDS".

      * THE MERCHANT MASTER, FOR THE LEGAL NAME AND TAXPAYER ID
       01  IR-MM-TABLE.
           05  IR-MM-ENTRY OCCURS 500 TIMES
                   INDEXED BY IR-MM-IDX.
               10  IR-MM-ID            PIC X(08).
               10  IR-MM-NAME          PIC X(20).
               10  IR-MM-LEGAL-NAME    PIC X(40).
               10  IR-MM-TIN-TYPE      PIC X(01).
               10  IR-MM-TAXPAYER-ID   PIC X(09).
       01  IR-MM-COUNT              PIC 9(03) VALUE 0.

      * THE COMPANY MASTER -- EACH FUNDING COMPANY FILES AS ITS OWN
      * PAYER. WITH NO FILE ON HAND THE PRIMARY COMPANY "01" FILES
      * UNDER THE DEFAULT PAYER ABOVE.
       01  IR-CO-TABLE.
           05  IR-CO-ENTRY OCCURS 10 TIMES INDEXED BY IR-CO-IDX.
               10  IR-CO-CODE          PIC X(02).
               10  IR-CO-NAME          PIC X(30).
               10  IR-CO-TIN           PIC X(09).
       01  IR-CO-COUNT              PIC 9(02) VALUE 0.
       01  IR-CO-SUB                PIC 9(02) VALUE 0.
       01  IR-CO-PASS-SUB           PIC 9(02) VALUE 0.
       01  IR-CO-LOOKUP-CODE        PIC X(02).

      * EACH MERCHANT'S YEAR UNDER EACH COMPANY THAT FUNDED IT,
      * BUILT FROM THE FUNDING HISTORY IN MERCHANT ORDER. A MERCHANT
      * WHOSE COMPANY IS NOT ON THE COMPANY MASTER IS FILED UNDER
      * THE PRIMARY COMPANY AND FLAGGED.
       01  IR-MER-TABLE.
           05  IR-MER-ENTRY OCCURS 500 TIMES
                   INDEXED BY IR-MER-IDX.
               10  IR-MER-ID           PIC X(08).
               10  IR-MER-COMPANY      PIC X(02).
               10  IR-MER-CO-FLAG      PIC X(01).
               10  IR-MER-SALES        PIC 9(09).
               10  IR-MER-GROSS        PIC 9(11)V9(02).
               10  IR-MER-MONTH-GROSS  PIC 9(11)V9(02)
                                       OCCURS 12 TIMES.
       01  IR-MER-COUNT             PIC 9(03) VALUE 0.
       01  IR-MER-SUB               PIC 9(03) VALUE 0.
       01  IR-FIND-ID               PIC X(08).
       01  IR-FIND-COMPANY          PIC X(02).

      * THE PAYEE BEING FILED
       01  IR-PAYEE-NAME            PIC X(40).
       01  IR-PAYEE-TIN             PIC X(09).
       01  IR-PAYEE-TIN-TYPE        PIC X(01).
       01  IR-EXCEPTION-REASON      PIC X(44).

      * MONTH NAMES FOR THE RECIPIENT STATEMENT
       01  IR-MONTH-NAMES.
           05  FILLER               PIC X(36) VALUE
               "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  IR-MONTH-NAME-TABLE REDEFINES IR-MONTH-NAMES.
           05  IR-MONTH-NAME        PIC X(03) OCCURS 12 TIMES.

      * PAYER AND RUN TOTALS
       01  IR-PAYER-COUNT           PIC 9(08) VALUE 0.
       01  IR-PAYER-GROSS           PIC 9(13)V9(02) VALUE 0.
       01  IR-PAYER-MONTHS.
           05  IR-PAYER-MONTH-GROSS PIC 9(13)V9(02)
                                    OCCURS 12 TIMES.
       01  IR-COUNT-PAYERS          PIC 9(08) VALUE 0.
       01  IR-COUNT-PAYEES          PIC 9(08) VALUE 0.
       01  IR-COUNT-RECORDS         PIC 9(07) VALUE 0.
       01  IR-COUNT-UNDER           PIC 9(05) VALUE 0.
       01  IR-COUNT-NO-TIN          PIC 9(05) VALUE 0.
       01  IR-COUNT-EXCEPTIONS      PIC 9(05) VALUE 0.
       01  IR-COUNT-OVERFLOW        PIC 9(05) VALUE 0.
       01  IR-HIST-GROSS            PIC 9(13)V9(02) VALUE 0.
       01  IR-FILED-GROSS           PIC 9(13)V9(02) VALUE 0.
       01  IR-UNDER-GROSS           PIC 9(13)V9(02) VALUE 0.
       01  IR-PROOF-GROSS           PIC 9(13)V9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  IR-VA-PROMPT-1           PIC X(60).
       01  IR-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  IR-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  IR-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  IR-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * FILING RECORDS -- 750 BYTES EACH, AMOUNTS IN CENTS WITH NO
      * DECIMAL POINT, RIGHT-JUSTIFIED AND ZERO-FILLED. THE PAYEE
      * TIN TYPE IS "1" FOR AN EIN, "2" FOR AN SSN, BLANK UNKNOWN.
       01  RF-TRANSMITTER-RECORD.
           05  FILLER               PIC X(01) VALUE "T".
           05  RT-TAX-YEAR          PIC 9(04).
           05  RT-TRANSMITTER-TIN   PIC X(09).
           05  RT-TRANSMITTER-NAME  PIC X(40).
           05  RT-CREATE-DATE       PIC 9(08).
           05  FILLER               PIC X(688) VALUE SPACES.

       01  RF-PAYER-RECORD.
           05  FILLER               PIC X(01) VALUE "A".
           05  RA-TAX-YEAR          PIC 9(04).
           05  RA-PAYER-TIN         PIC X(09).
           05  RA-PAYER-NAME        PIC X(40).
           05  RA-RETURN-TYPE       PIC X(02) VALUE "MC".
           05  RA-COMPANY-CODE      PIC X(02).
           05  FILLER               PIC X(692) VALUE SPACES.

       01  RF-PAYEE-RECORD.
           05  FILLER               PIC X(01) VALUE "B".
           05  RB-TAX-YEAR          PIC 9(04).
           05  RB-TIN-TYPE          PIC X(01).
           05  RB-PAYEE-TIN         PIC X(09).
           05  RB-ACCOUNT-NO        PIC X(20).
           05  RB-PAYEE-NAME        PIC X(40).
           05  RB-GROSS             PIC 9(12)V9(02).
           05  RB-TRAN-COUNT        PIC 9(09).
           05  RB-MONTH-GROSS       PIC 9(12)V9(02)
                                    OCCURS 12 TIMES.
           05  FILLER               PIC X(484) VALUE SPACES.

       01  RF-PAYER-TOTAL-RECORD.
           05  FILLER               PIC X(01) VALUE "C".
           05  RC-PAYEE-COUNT       PIC 9(08).
           05  RC-GROSS             PIC 9(13)V9(02).
           05  RC-MONTH-GROSS       PIC 9(13)V9(02)
                                    OCCURS 12 TIMES.
           05  FILLER               PIC X(546) VALUE SPACES.

       01  RF-END-RECORD.
           05  FILLER               PIC X(01) VALUE "F".
           05  RE-PAYER-COUNT       PIC 9(08).
           05  RE-PAYEE-COUNT       PIC 9(08).
           05  FILLER               PIC X(733) VALUE SPACES.

      * RECIPIENT STATEMENT LINES
       01  ST-SEPARATOR-LINE        PIC X(80) VALUE ALL "=".

       01  ST-TITLE-LINE.
           05  FILLER              PIC X(41) VALUE
               "PAYMENT CARD GROSS PAYMENTS STATEMENT".
           05  FILLER              PIC X(09) VALUE "TAX YEAR ".
           05  STT-YEAR            PIC 9(04).

       01  ST-PAYER-LINE.
           05  FILLER              PIC X(12) VALUE "PAYER:".
           05  STP-NAME            PIC X(30).
           05  FILLER              PIC X(13) VALUE "  PAYER TIN: ".
           05  STP-TIN             PIC X(09).

       01  ST-PAYEE-LINE.
           05  FILLER              PIC X(12) VALUE "PAYEE:".
           05  STE-NAME            PIC X(40).

       01  ST-PAYEE-ID-LINE.
           05  FILLER              PIC X(12) VALUE "PAYEE TIN:".
           05  STE-TIN             PIC X(09).
           05  FILLER              PIC X(17) VALUE
               "   MERCHANT ID: ".
           05  STE-MERCH-ID        PIC X(08).

       01  ST-COL-HDR-LINE.
           05  FILLER              PIC X(12) VALUE "MONTH".
           05  FILLER              PIC X(18) VALUE
               "      GROSS AMOUNT".

       01  ST-MONTH-LINE.
           05  STM-MONTH           PIC X(03).
           05  FILLER              PIC X(12) VALUE SPACES.
           05  STM-GROSS           PIC ZZZ,ZZZ,ZZ9.99.

       01  ST-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE "TOTAL GROSS".
           05  STO-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(21) VALUE
               "   PAYMENT TRANS.: ".
           05  STO-COUNT           PIC ZZZ,ZZZ,ZZ9.

       01  ST-WITHHELD-LINE.
           05  FILLER              PIC X(30) VALUE
               "FEDERAL INCOME TAX WITHHELD".
           05  FILLER              PIC X(04) VALUE "0.00".

       01  ST-NO-TIN-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "*** NO TAXPAYER ID IS ON FILE FOR YOU. ".
           05  FILLER              PIC X(40) VALUE
               "PLEASE FURNISH IT TO US. PAYMENTS ".
       01  ST-NO-TIN-LINE-2.
           05  FILLER              PIC X(40) VALUE
               "*** MAY OTHERWISE BECOME SUBJECT TO ".
           05  FILLER              PIC X(40) VALUE
               "BACKUP WITHHOLDING.".

      * CONTROL REPORT LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "MERCHANT GROSS PAYMENTS RETURN CONTROL".
           05  FILLER              PIC X(09) VALUE "TAX YEAR ".
           05  RH-YEAR             PIC 9(04).
           05  FILLER              PIC X(06) VALUE "  RUN ".
           05  RH-RUN-DATE         PIC 9(08).

       01  RPT-PAYER-LINE.
           05  FILLER              PIC X(09) VALUE "PAYER CO ".
           05  RP-COMPANY          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RP-NAME             PIC X(30).
           05  FILLER              PIC X(06) VALUE "  TIN ".
           05  RP-TIN              PIC X(09).

       01  RPT-COL-LINE.
           05  FILLER              PIC X(10) VALUE "MERCH ID".
           05  FILLER              PIC X(31) VALUE "PAYEE LEGAL NAME".
           05  FILLER              PIC X(10) VALUE "TIN".
           05  FILLER              PIC X(15) VALUE "    GROSS PAID".
           05  FILLER              PIC X(12) VALUE "      TRANS".

       01  RPT-DETAIL-LINE.
           05  RD-MERCH-ID         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NAME             PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-TIN              PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  RPT-EXCEPTION-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "*** ".
           05  RX-REASON           PIC X(44).

       01  RPT-PAYER-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE
               "  PAYER TOTAL".
           05  RPT-PAYER-PAYEES    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE " PAYEES ".
           05  FILLER              PIC X(18) VALUE SPACES.
           05  RPT-PAYER-GROSS     PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-PROOF-LINE.
           05  RF-LABEL            PIC X(30).
           05  RF-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05  RL-LABEL            PIC X(22).
           05  RL-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-STATUS-LINE         PIC X(80).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "MERCHANT-INFO-RETURN".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME             PIC X(08) VALUE "MERCHIRF".
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
           IF NOT IR-OPEN-ERROR
               PERFORM 2000-GATHER-HISTORY THRU 2000-EXIT
               PERFORM 3000-FILE-RETURNS THRU 3000-EXIT
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE TAX YEAR, LOAD THE MERCHANT AND
      * COMPANY MASTERS, AND OPEN THE FILES
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE TAX YEAR BEING FILED (CCYY)"
               TO IR-VA-PROMPT-1
           MOVE 1990 TO IR-VA-LOW
           MOVE 2099 TO IR-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING IR-VA-PROMPT-1
               IR-VA-PROMPT-2 IR-VA-LOW IR-VA-HIGH IR-VA-RESULT
           MOVE IR-VA-RESULT TO IR-TAX-YEAR
           CALL "BUSINESS-DATE" USING IR-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME IR-RUN-DATE
               JB-TYPE JB-CODE
           OPEN INPUT MERCHANT-MASTER-FILE
           IF IR-MMS-STATUS(1:1) = "0"
               PERFORM 1210-READ-MERCH-MASTER THRU 1210-EXIT
               PERFORM 1220-STORE-MERCH-MASTER THRU 1220-EXIT
                   UNTIL END-OF-MERCH-MASTER
                      OR IR-MM-COUNT >= 500
           END-IF
           CLOSE MERCHANT-MASTER-FILE
           PERFORM 1300-LOAD-COMPANIES THRU 1300-EXIT
           OPEN INPUT MERCHANT-HISTORY-FILE
           IF IR-MHS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT HISTORY FILE -- "
                   "STATUS " IR-MHS-STATUS " ***"
               SET IR-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT RETURN-FILING-FILE
           IF IR-FIL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RETURN-FILING FILE -- "
                   "STATUS " IR-FIL-STATUS " ***"
               SET IR-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT RECIPIENT-STATEMENT-FILE
           IF IR-STM-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RECIPIENT-STATEMENT FILE "
                   "-- STATUS " IR-STM-STATUS " ***"
               SET IR-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF IR-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CONTROL-REPORT FILE -- "
                   "STATUS " IR-RPT-STATUS " ***"
               SET IR-OPEN-ERROR TO TRUE
           END-IF
           IF NOT IR-OPEN-ERROR
               MOVE IR-TAX-YEAR TO RH-YEAR
               MOVE IR-RUN-DATE TO RH-RUN-DATE
               MOVE RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.

       1210-READ-MERCH-MASTER.
           READ MERCHANT-MASTER-FILE
               AT END
                   SET END-OF-MERCH-MASTER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-MERCH-MASTER.
           ADD 1 TO IR-MM-COUNT
           SET IR-MM-IDX TO IR-MM-COUNT
           MOVE MM-MERCHANT-ID TO IR-MM-ID(IR-MM-IDX)
           MOVE MM-NAME TO IR-MM-NAME(IR-MM-IDX)
           MOVE MM-LEGAL-NAME TO IR-MM-LEGAL-NAME(IR-MM-IDX)
           MOVE MM-TIN-TYPE TO IR-MM-TIN-TYPE(IR-MM-IDX)
           MOVE MM-TAXPAYER-ID TO IR-MM-TAXPAYER-ID(IR-MM-IDX)
           PERFORM 1210-READ-MERCH-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-COMPANIES -- EACH COMPANY'S LEGAL NAME AND
      * FEDERAL TAX ID, WHICH IT FILES UNDER AS PAYER. WITH NO FILE
      * ON HAND (OR AN EMPTY ONE) THE PRIMARY COMPANY "01" FILES
      * UNDER THE DEFAULT PAYER.
      *-----------------------
       1300-LOAD-COMPANIES.
           MOVE 0 TO IR-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF IR-CO-STATUS(1:1) = "0"
               PERFORM 1310-READ-COMPANY THRU 1310-EXIT
               PERFORM 1320-STORE-COMPANY THRU 1320-EXIT
                   UNTIL END-OF-COMPANIES
                      OR IR-CO-COUNT >= 10
           END-IF
           CLOSE COMPANY-MASTER-FILE
           IF IR-CO-COUNT = 0
               MOVE 1 TO IR-CO-COUNT
               SET IR-CO-IDX TO 1
               MOVE "01" TO IR-CO-CODE(IR-CO-IDX)
               MOVE IR-DEFAULT-PAYER-NAME TO IR-CO-NAME(IR-CO-IDX)
               MOVE IR-DEFAULT-PAYER-TIN TO IR-CO-TIN(IR-CO-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-COMPANY.
           ADD 1 TO IR-CO-COUNT
           SET IR-CO-IDX TO IR-CO-COUNT
           MOVE CO-COMPANY-CODE TO IR-CO-CODE(IR-CO-IDX)
           MOVE CO-LEGAL-NAME TO IR-CO-NAME(IR-CO-IDX)
           MOVE CO-FEDERAL-TAX-ID TO IR-CO-TIN(IR-CO-IDX)
           PERFORM 1310-READ-COMPANY THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------
      * 1350-FIND-COMPANY -- SLOT OF THE COMPANY IN
      * IR-CO-LOOKUP-CODE (BLANK IS THE PRIMARY COMPANY "01");
      * IR-CO-SUB IS ZERO WHEN THE COMPANY IS NOT ON THE TABLE
      *-----------------------
       1350-FIND-COMPANY.
           IF IR-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO IR-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO IR-CO-SUB
           MOVE "N" TO IR-CO-FOUND-SWITCH
           PERFORM 1360-MATCH-COMPANY THRU 1360-EXIT
               VARYING IR-CO-IDX FROM 1 BY 1
               UNTIL IR-CO-IDX > IR-CO-COUNT
                  OR IR-CO-FOUND.
       1350-EXIT.
           EXIT.

       1360-MATCH-COMPANY.
           IF IR-CO-CODE(IR-CO-IDX) = IR-CO-LOOKUP-CODE
               SET IR-CO-SUB TO IR-CO-IDX
               SET IR-CO-FOUND TO TRUE
           END-IF.
       1360-EXIT.
           EXIT.

      *-----------------------
      * 2000-GATHER-HISTORY -- WALK THE FUNDING HISTORY ONCE,
      * FOLDING EVERY DAY FUNDED OR HELD IN THE TAX YEAR INTO ITS
      * MERCHANT'S MONTH. THE GROSS IS THE SETTLED SALES BEFORE
      * REFUNDS, FEES, CHARGEBACKS AND RESERVE, AS THE RETURN CALLS
      * FOR; A HELD DAY'S SALES WERE SETTLED ALL THE SAME.
      *-----------------------
       2000-GATHER-HISTORY.
           MOVE LOW-VALUES TO MH-KEY
           START MERCHANT-HISTORY-FILE KEY >= MH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
           PERFORM 2200-FOLD-ONE-DAY THRU 2200-EXIT
               UNTIL END-OF-HISTORY.
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

       2200-FOLD-ONE-DAY.
           DIVIDE MH-FUND-DATE BY 100 GIVING IR-FUND-PERIOD
           DIVIDE IR-FUND-PERIOD BY 100 GIVING IR-FUND-YEAR
           IF IR-FUND-YEAR NOT = IR-TAX-YEAR
               GO TO 2200-NEXT
           END-IF
           COMPUTE IR-MONTH = IR-FUND-PERIOD - (IR-TAX-YEAR * 100)
           ADD MH-GROSS TO IR-HIST-GROSS
           MOVE MH-MERCHANT-ID TO IR-FIND-ID
           MOVE MH-COMPANY-CODE TO IR-FIND-COMPANY
           PERFORM 2300-FIND-OR-ADD-MERCHANT THRU 2300-EXIT
           IF NOT IR-MER-FOUND
               GO TO 2200-NEXT
           END-IF
           ADD MH-GROSS TO IR-MER-GROSS(IR-MER-IDX)
           ADD MH-GROSS TO IR-MER-MONTH-GROSS(IR-MER-IDX, IR-MONTH)
           IF MH-SALE-COUNT NUMERIC
               ADD MH-SALE-COUNT TO IR-MER-SALES(IR-MER-IDX)
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 2300-FIND-OR-ADD-MERCHANT -- POINT IR-MER-IDX AT THE ENTRY
      * FOR IR-FIND-ID UNDER IR-FIND-COMPANY, ADDING ONE WHEN IT IS
      * NEW. A FULL TABLE LEAVES THE DAY UNFILED AND COUNTED, AND
      * THE PROOF THEN HOLDS THE FILE BACK.
      *-----------------------
       2300-FIND-OR-ADD-MERCHANT.
           MOVE "N" TO IR-MER-FOUND-SWITCH
           MOVE IR-FIND-COMPANY TO IR-CO-LOOKUP-CODE
           PERFORM 1350-FIND-COMPANY THRU 1350-EXIT
           MOVE IR-CO-LOOKUP-CODE TO IR-FIND-COMPANY
           IF IR-CO-SUB = 0
               MOVE "01" TO IR-FIND-COMPANY
           END-IF
           PERFORM 2310-MATCH-MERCHANT THRU 2310-EXIT
               VARYING IR-MER-SUB FROM IR-MER-COUNT BY -1
               UNTIL IR-MER-SUB < 1
                  OR IR-MER-FOUND
           IF IR-MER-FOUND
               GO TO 2300-EXIT
           END-IF
           IF IR-MER-COUNT >= 500
               ADD 1 TO IR-COUNT-OVERFLOW
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO IR-MER-COUNT
           SET IR-MER-IDX TO IR-MER-COUNT
           MOVE IR-FIND-ID TO IR-MER-ID(IR-MER-IDX)
           MOVE IR-FIND-COMPANY TO IR-MER-COMPANY(IR-MER-IDX)
           IF IR-CO-SUB = 0
               MOVE "Y" TO IR-MER-CO-FLAG(IR-MER-IDX)
           ELSE
               MOVE "N" TO IR-MER-CO-FLAG(IR-MER-IDX)
           END-IF
           MOVE 0 TO IR-MER-SALES(IR-MER-IDX)
           MOVE 0 TO IR-MER-GROSS(IR-MER-IDX)
           PERFORM 2320-CLEAR-MONTH THRU 2320-EXIT
               VARYING IR-MONTH FROM 1 BY 1
               UNTIL IR-MONTH > 12
           COMPUTE IR-MONTH = IR-FUND-PERIOD - (IR-TAX-YEAR * 100)
           SET IR-MER-FOUND TO TRUE.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 2310-MATCH-MERCHANT -- THE HISTORY IS IN MERCHANT ORDER, SO
      * THE SEARCH RUNS BACK FROM THE NEWEST ENTRY AND STOPS AT THE
      * FIRST ENTRY FOR ANOTHER MERCHANT
      *-----------------------
       2310-MATCH-MERCHANT.
           IF IR-MER-ID(IR-MER-SUB) NOT = IR-FIND-ID
               MOVE 1 TO IR-MER-SUB
               GO TO 2310-EXIT
           END-IF
           IF IR-MER-COMPANY(IR-MER-SUB) = IR-FIND-COMPANY
               SET IR-MER-IDX TO IR-MER-SUB
               SET IR-MER-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2320-CLEAR-MONTH.
           MOVE 0 TO IR-MER-MONTH-GROSS(IR-MER-IDX, IR-MONTH).
       2320-EXIT.
           EXIT.

      *-----------------------
      * 3000-FILE-RETURNS -- THE TRANSMITTER RECORD, THEN EACH
      * COMPANY IN TURN AS A PAYER OVER THE MERCHANTS IT FUNDED,
      * THEN THE END-OF-TRANSMISSION RECORD. THE PRIMARY COMPANY
      * TRANSMITS FOR THEM ALL.
      *-----------------------
       3000-FILE-RETURNS.
           MOVE "01" TO IR-CO-LOOKUP-CODE
           PERFORM 1350-FIND-COMPANY THRU 1350-EXIT
           IF IR-CO-SUB = 0
               MOVE 1 TO IR-CO-SUB
           END-IF
           MOVE IR-TAX-YEAR TO RT-TAX-YEAR
           MOVE IR-CO-TIN(IR-CO-SUB) TO RT-TRANSMITTER-TIN
           MOVE IR-CO-NAME(IR-CO-SUB) TO RT-TRANSMITTER-NAME
           MOVE IR-RUN-DATE TO RT-CREATE-DATE
           MOVE RF-TRANSMITTER-RECORD TO RF-RECORD
           WRITE RF-RECORD
           ADD 1 TO IR-COUNT-RECORDS
           PERFORM 3100-FILE-ONE-PAYER THRU 3100-EXIT
               VARYING IR-CO-PASS-SUB FROM 1 BY 1
               UNTIL IR-CO-PASS-SUB > IR-CO-COUNT
           MOVE IR-COUNT-PAYERS TO RE-PAYER-COUNT
           MOVE IR-COUNT-PAYEES TO RE-PAYEE-COUNT
           MOVE RF-END-RECORD TO RF-RECORD
           WRITE RF-RECORD
           ADD 1 TO IR-COUNT-RECORDS.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 3100-FILE-ONE-PAYER -- ONE COMPANY'S MERCHANTS. THE PAYER
      * RECORD IS WRITTEN WITH THE FIRST MERCHANT FILED, SO A
      * COMPANY THAT FUNDED NOBODY OVER THE THRESHOLD FILES NOTHING.
      *-----------------------
       3100-FILE-ONE-PAYER.
           MOVE "N" TO IR-PAYER-OPEN-SWITCH
           MOVE 0 TO IR-PAYER-COUNT
           MOVE 0 TO IR-PAYER-GROSS
           MOVE ZEROS TO IR-PAYER-MONTHS
           MOVE IR-CO-CODE(IR-CO-PASS-SUB) TO RP-COMPANY
           MOVE IR-CO-NAME(IR-CO-PASS-SUB) TO RP-NAME
           MOVE IR-CO-TIN(IR-CO-PASS-SUB) TO RP-TIN
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-PAYER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3200-FILE-ONE-MERCHANT THRU 3200-EXIT
               VARYING IR-MER-IDX FROM 1 BY 1
               UNTIL IR-MER-IDX > IR-MER-COUNT
           IF NOT IR-PAYER-OPEN
               MOVE "NO MERCHANTS FILED UNDER THIS COMPANY"
                   TO IR-EXCEPTION-REASON
               MOVE IR-EXCEPTION-REASON TO RX-REASON
               MOVE RPT-EXCEPTION-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE IR-PAYER-COUNT TO RC-PAYEE-COUNT
           MOVE IR-PAYER-GROSS TO RC-GROSS
           PERFORM 3110-MOVE-PAYER-MONTH THRU 3110-EXIT
               VARYING IR-MONTH FROM 1 BY 1
               UNTIL IR-MONTH > 12
           MOVE RF-PAYER-TOTAL-RECORD TO RF-RECORD
           WRITE RF-RECORD
           ADD 1 TO IR-COUNT-RECORDS
           MOVE IR-PAYER-COUNT TO RPT-PAYER-PAYEES
           MOVE IR-PAYER-GROSS TO RPT-PAYER-GROSS
           MOVE RPT-PAYER-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-EXIT.
           EXIT.

       3110-MOVE-PAYER-MONTH.
           MOVE IR-PAYER-MONTH-GROSS(IR-MONTH)
               TO RC-MONTH-GROSS(IR-MONTH).
       3110-EXIT.
           EXIT.

      *-----------------------
      * 3200-FILE-ONE-MERCHANT -- A MERCHANT FUNDED UNDER THIS
      * COMPANY AT OR OVER THE THRESHOLD GETS A PAYEE RECORD AND A
      * RECIPIENT STATEMENT; ONE UNDER IT IS ONLY LISTED.
      *-----------------------
       3200-FILE-ONE-MERCHANT.
           IF IR-MER-COMPANY(IR-MER-IDX) NOT =
                   IR-CO-CODE(IR-CO-PASS-SUB)
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-GET-PAYEE THRU 3300-EXIT
           MOVE IR-MER-ID(IR-MER-IDX) TO RD-MERCH-ID
           MOVE IR-PAYEE-NAME TO RD-NAME
           MOVE ALL "*" TO RD-TIN
           MOVE IR-PAYEE-TIN(6:4) TO RD-TIN(6:4)
           MOVE IR-MER-GROSS(IR-MER-IDX) TO RD-GROSS
           MOVE IR-MER-SALES(IR-MER-IDX) TO RD-COUNT
           MOVE RPT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF IR-MER-GROSS(IR-MER-IDX) < IR-FILING-THRESHOLD
               ADD 1 TO IR-COUNT-UNDER
               ADD IR-MER-GROSS(IR-MER-IDX) TO IR-UNDER-GROSS
               MOVE "UNDER THE REPORTING THRESHOLD - NOT FILED"
                   TO RX-REASON
               MOVE RPT-EXCEPTION-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3200-EXIT
           END-IF
           IF NOT IR-PAYER-OPEN
               PERFORM 3250-WRITE-PAYER THRU 3250-EXIT
           END-IF
           MOVE IR-TAX-YEAR TO RB-TAX-YEAR
           MOVE IR-PAYEE-TIN-TYPE TO RB-TIN-TYPE
           MOVE IR-PAYEE-TIN TO RB-PAYEE-TIN
           MOVE IR-MER-ID(IR-MER-IDX) TO RB-ACCOUNT-NO
           MOVE IR-PAYEE-NAME TO RB-PAYEE-NAME
           MOVE IR-MER-GROSS(IR-MER-IDX) TO RB-GROSS
           MOVE IR-MER-SALES(IR-MER-IDX) TO RB-TRAN-COUNT
           PERFORM 3210-MOVE-PAYEE-MONTH THRU 3210-EXIT
               VARYING IR-MONTH FROM 1 BY 1
               UNTIL IR-MONTH > 12
           MOVE RF-PAYEE-RECORD TO RF-RECORD
           WRITE RF-RECORD
           ADD 1 TO IR-COUNT-RECORDS
           ADD 1 TO IR-PAYER-COUNT
           ADD 1 TO IR-COUNT-PAYEES
           ADD IR-MER-GROSS(IR-MER-IDX) TO IR-PAYER-GROSS
           ADD IR-MER-GROSS(IR-MER-IDX) TO IR-FILED-GROSS
           PERFORM 3400-WRITE-STATEMENT THRU 3400-EXIT
           IF IR-MER-CO-FLAG(IR-MER-IDX) = "Y"
               MOVE "COMPANY NOT ON COMPANY MASTER - FILED AS 01"
                   TO IR-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF
           IF NOT IR-MM-FOUND
               MOVE "NOT ON MERCHANT MASTER - NO NAME OR TIN"
                   TO IR-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF
           IF IR-PAYEE-TIN = ZEROS
               ADD 1 TO IR-COUNT-NO-TIN
               MOVE "NO TIN - BACKUP WITHHOLDING FOLLOW-UP"
                   TO IR-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MOVE-PAYEE-MONTH.
           MOVE IR-MER-MONTH-GROSS(IR-MER-IDX, IR-MONTH)
               TO RB-MONTH-GROSS(IR-MONTH)
           ADD IR-MER-MONTH-GROSS(IR-MER-IDX, IR-MONTH)
               TO IR-PAYER-MONTH-GROSS(IR-MONTH).
       3210-EXIT.
           EXIT.

       3250-WRITE-PAYER.
           MOVE IR-TAX-YEAR TO RA-TAX-YEAR
           MOVE IR-CO-TIN(IR-CO-PASS-SUB) TO RA-PAYER-TIN
           MOVE IR-CO-NAME(IR-CO-PASS-SUB) TO RA-PAYER-NAME
           MOVE IR-CO-CODE(IR-CO-PASS-SUB) TO RA-COMPANY-CODE
           MOVE RF-PAYER-RECORD TO RF-RECORD
           WRITE RF-RECORD
           ADD 1 TO IR-COUNT-RECORDS
           ADD 1 TO IR-COUNT-PAYERS
           SET IR-PAYER-OPEN TO TRUE.
       3250-EXIT.
           EXIT.

      *-----------------------
      * 3300-GET-PAYEE -- THE LEGAL NAME AND TAXPAYER ID FROM THE
      * MERCHANT MASTER. A RECORD WITH NO LEGAL NAME FILES UNDER
      * THE MERCHANT NAME. A MERCHANT WITH NO USABLE TAXPAYER ID (OR
      * NO LONGER ON THE MASTER) IS FILED WITH ZEROS, THE
      * AUTHORITY'S "NOT PROVIDED" CONVENTION.
      *-----------------------
       3300-GET-PAYEE.
           MOVE SPACES TO IR-PAYEE-NAME
           MOVE ZEROS TO IR-PAYEE-TIN
           MOVE SPACE TO IR-PAYEE-TIN-TYPE
           MOVE "N" TO IR-MM-FOUND-SWITCH
           PERFORM 3310-MATCH-MASTER THRU 3310-EXIT
               VARYING IR-MM-IDX FROM 1 BY 1
               UNTIL IR-MM-IDX > IR-MM-COUNT
                  OR IR-MM-FOUND.
       3300-EXIT.
           EXIT.

       3310-MATCH-MASTER.
           IF IR-MM-ID(IR-MM-IDX) NOT = IR-MER-ID(IR-MER-IDX)
               GO TO 3310-EXIT
           END-IF
           SET IR-MM-FOUND TO TRUE
           IF IR-MM-LEGAL-NAME(IR-MM-IDX) = SPACES
               MOVE IR-MM-NAME(IR-MM-IDX) TO IR-PAYEE-NAME
           ELSE
               MOVE IR-MM-LEGAL-NAME(IR-MM-IDX) TO IR-PAYEE-NAME
           END-IF
           IF IR-MM-TAXPAYER-ID(IR-MM-IDX) NUMERIC
               AND IR-MM-TAXPAYER-ID(IR-MM-IDX) NOT = ZEROS
               MOVE IR-MM-TAXPAYER-ID(IR-MM-IDX) TO IR-PAYEE-TIN
               EVALUATE IR-MM-TIN-TYPE(IR-MM-IDX)
                   WHEN "E"
                       MOVE "1" TO IR-PAYEE-TIN-TYPE
                   WHEN "S"
                       MOVE "2" TO IR-PAYEE-TIN-TYPE
               END-EVALUATE
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------
      * 3400-WRITE-STATEMENT -- THE RECIPIENT'S COPY: PAYER, PAYEE,
      * THE GROSS BY MONTH AND FOR THE YEAR. A PAYEE WITH NO
      * TAXPAYER ID ON FILE IS ASKED FOR IT.
      *-----------------------
       3400-WRITE-STATEMENT.
           MOVE IR-TAX-YEAR TO STT-YEAR
           MOVE IR-CO-NAME(IR-CO-PASS-SUB) TO STP-NAME
           MOVE IR-CO-TIN(IR-CO-PASS-SUB) TO STP-TIN
           MOVE IR-PAYEE-NAME TO STE-NAME
           MOVE ALL "*" TO STE-TIN
           MOVE IR-PAYEE-TIN(6:4) TO STE-TIN(6:4)
           MOVE IR-MER-ID(IR-MER-IDX) TO STE-MERCH-ID
           MOVE ST-SEPARATOR-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE ST-TITLE-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE ST-PAYER-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE ST-PAYEE-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE ST-PAYEE-ID-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE ST-COL-HDR-LINE TO ST-LINE
           WRITE ST-LINE
           PERFORM 3410-WRITE-MONTH THRU 3410-EXIT
               VARYING IR-MONTH FROM 1 BY 1
               UNTIL IR-MONTH > 12
           MOVE IR-MER-GROSS(IR-MER-IDX) TO STO-GROSS
           MOVE IR-MER-SALES(IR-MER-IDX) TO STO-COUNT
           MOVE ST-TOTAL-LINE TO ST-LINE
           WRITE ST-LINE
           MOVE ST-WITHHELD-LINE TO ST-LINE
           WRITE ST-LINE
           IF IR-PAYEE-TIN = ZEROS
               MOVE SPACES TO ST-LINE
               WRITE ST-LINE
               MOVE ST-NO-TIN-LINE-1 TO ST-LINE
               WRITE ST-LINE
               MOVE ST-NO-TIN-LINE-2 TO ST-LINE
               WRITE ST-LINE
           END-IF.
       3400-EXIT.
           EXIT.

       3410-WRITE-MONTH.
           MOVE IR-MONTH-NAME(IR-MONTH) TO STM-MONTH
           MOVE IR-MER-MONTH-GROSS(IR-MER-IDX, IR-MONTH) TO STM-GROSS
           MOVE ST-MONTH-LINE TO ST-LINE
           WRITE ST-LINE.
       3410-EXIT.
           EXIT.

       3900-WRITE-EXCEPTION.
           ADD 1 TO IR-COUNT-EXCEPTIONS
           MOVE IR-EXCEPTION-REASON TO RX-REASON
           MOVE RPT-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3900-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-SUMMARY -- PROVE THE FILE TO THE HISTORY: THE
      * YEAR'S GROSS ON MERCHHST MUST EQUAL THE GROSS FILED PLUS
      * THE GROSS UNDER THE THRESHOLD. A FILE THAT PROVES IS LOGGED
      * ON THE TRANSMISSION REGISTER AS PRODUCED; ONE THAT DOES NOT
      * (OR A YEAR WITH NOBODY TO FILE) IS HELD BACK WITH CODE 8.
      * EXCEPTIONS ALONE ARE A WARNING.
      *-----------------------
       5000-PRINT-SUMMARY.
           COMPUTE IR-PROOF-GROSS = IR-FILED-GROSS + IR-UNDER-GROSS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "GROSS ON FUNDING HISTORY.....:" TO RF-LABEL
           MOVE IR-HIST-GROSS TO RF-AMOUNT
           MOVE RPT-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "GROSS FILED..................:" TO RF-LABEL
           MOVE IR-FILED-GROSS TO RF-AMOUNT
           MOVE RPT-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "GROSS UNDER THRESHOLD........:" TO RF-LABEL
           MOVE IR-UNDER-GROSS TO RF-AMOUNT
           MOVE RPT-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF IR-PROOF-GROSS NOT = IR-HIST-GROSS
               SET IR-OUT-OF-BALANCE TO TRUE
               MOVE "*** FILED GROSS DOES NOT PROVE TO THE HISTORY ***"
                   TO RPT-STATUS-LINE
               MOVE RPT-STATUS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PAYERS FILED........:" TO RL-LABEL
           MOVE IR-COUNT-PAYERS TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PAYEES FILED........:" TO RL-LABEL
           MOVE IR-COUNT-PAYEES TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "UNDER THRESHOLD.....:" TO RL-LABEL
           MOVE IR-COUNT-UNDER TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NO TAXPAYER ID......:" TO RL-LABEL
           MOVE IR-COUNT-NO-TIN TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EXCEPTIONS..........:" TO RL-LABEL
           MOVE IR-COUNT-EXCEPTIONS TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RECORDS WRITTEN.....:" TO RL-LABEL
           MOVE IR-COUNT-RECORDS TO RL-COUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF IR-COUNT-OVERFLOW > 0
               SET IR-OUT-OF-BALANCE TO TRUE
               MOVE "DAYS NOT FILED.......:" TO RL-LABEL
               MOVE IR-COUNT-OVERFLOW TO RL-COUNT
               MOVE RPT-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF IR-COUNT-PAYEES = 0
               SET IR-OUT-OF-BALANCE TO TRUE
               MOVE "*** NO MERCHANTS TO FILE FOR THE TAX YEAR ***"
                   TO RPT-STATUS-LINE
               MOVE RPT-STATUS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           DISPLAY "MERCHANT-INFO-RETURN SUMMARY FOR " IR-TAX-YEAR
           DISPLAY "  PAYEES FILED.....: " IR-COUNT-PAYEES
           DISPLAY "  UNDER THRESHOLD..: " IR-COUNT-UNDER
           DISPLAY "  NO TAXPAYER ID...: " IR-COUNT-NO-TIN
           DISPLAY "  RECORDS WRITTEN..: " IR-COUNT-RECORDS
           DISPLAY "  EXCEPTIONS.......: " IR-COUNT-EXCEPTIONS
           IF IR-OUT-OF-BALANCE
               MOVE "*** NOT PROVED -- NOT LOGGED, DO NOT SEND ***"
                   TO RPT-STATUS-LINE
               MOVE RPT-STATUS-LINE TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-STATUS-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE "FILE PROVED -- LOGGED ON THE TRANSMISSION REGISTER"
               TO RPT-STATUS-LINE
           MOVE RPT-STATUS-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-STATUS-LINE
           IF IR-COUNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE IR-COUNT-RECORDS TO XT-COUNT
           MOVE IR-FILED-GROSS TO XT-HASH
           MOVE RETURN-CODE TO XT-CODE
           CALL "TRANSMISSION-LOG" USING XT-FILE-NAME IR-RUN-DATE
               XT-DIRECTION XT-COUNT XT-HASH XT-STATUS XT-CODE.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME IR-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE MERCHANT-HISTORY-FILE
           CLOSE RETURN-FILING-FILE
           CLOSE RECIPIENT-STATEMENT-FILE
           CLOSE CONTROL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MERCHANT-INFO-RETURN.
