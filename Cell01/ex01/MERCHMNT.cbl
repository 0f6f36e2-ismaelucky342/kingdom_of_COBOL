       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MERCHANT-MASTER-MAINT.
       AUTHOR. CARD-SERVICES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Applies keyed add/change/close
      *                  transactions from MERCHTRN to the merchant
      *                  master (MERCHMST) so card services no longer
      *                  edit the master by hand. Adds and changes are
      *                  edited the way the card batch relies on them:
      *                  the bank routing must pass the ABA check
      *                  digit, the transaction limit may not exceed
      *                  the daily limit, and the discount rate must
      *                  be in range. A close marks the merchant "C"
      *                  and keeps the record. Produces a before/after
      *                  change report (MERCHCHG), a rejects file
      *                  (MERCHREJ), and a keyed before/after change
      *                  history (MERCHCHH). A new or changed bank
      *                  account gets a zero-dollar prenote on the
      *                  MERCHPRE NACHA file and bank status "P"; the
      *                  card batch holds the merchant's funding until
      *                  the prenote has aged clean, and this run marks
      *                  the account active once it has. Runs as its
      *                  own DAILYRUN step ahead of the card batch.
      * 2026-10-15  JCM  The merchant master now carries the merchant's
      *                  legal name, taxpayer ID and TIN type (E EIN, S
      *                  SSN) on the end for the year-end information
      *                  return. Adds and changes take them from three
      *                  new transaction fields; a blank legal name is
      *                  the merchant name, a taxpayer ID must be nine
      *                  digits with a type of E or S, and a blank one
      *                  is accepted and flagged at year end. Master and
      *                  change-history images widened to 136.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  transactions read, merchants added, changed or
      *                  closed, and transactions rejected. Maintenance
      *                  moves no money, so the amount is zero.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "MERCHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-TRAN-STATUS.
           SELECT OPTIONAL MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-MMS-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "MERCHCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-RPT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "MERCHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-REJ-STATUS.
           SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "MERCHCHH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-KEY
               FILE STATUS IS MN-HIS-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-CO-STATUS.
           SELECT PRENOTE-ACH-FILE ASSIGN TO "MERCHPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-PRE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE MAINTENANCE TRANSACTION. A CLOSE NEEDS ONLY THE ACTION
      * AND MERCHANT ID; ADDS AND CHANGES CARRY EVERY KEYED FIELD.
       FD  MAINT-TRANSACTION-FILE.
       01  MAINT-TRANS-RECORD.
           05  MN-ACTION-CODE          PIC X(01).
               88  MN-ACTION-ADD           VALUE "A".
               88  MN-ACTION-CHANGE        VALUE "C".
               88  MN-ACTION-CLOSE         VALUE "X".
           05  MN-MERCHANT-ID          PIC X(08).
           05  MN-NAME                 PIC X(20).
      * A OR S; BLANK IS ACTIVE. CLOSING IS ACTION X, NOT A STATUS.
           05  MN-STATUS               PIC X(01).
           05  MN-TRAN-LIMIT           PIC 9(07)V9(02).
           05  MN-DAILY-LIMIT          PIC 9(09)V9(02).
           05  MN-BANK-ROUTING         PIC 9(09).
           05  MN-BANK-ACCOUNT         PIC 9(12).
           05  MN-DISCOUNT-RATE        PIC 9V9(04).
      * COMPANY ON THE COMPANY MASTER; BLANK IS "01"
           05  MN-COMPANY-CODE         PIC X(02).
      * LEGAL NAME FOR THE INFORMATION RETURN; BLANK IS MN-NAME
           05  MN-LEGAL-NAME           PIC X(40).
      * E (EIN) OR S (SSN); MAY BE BLANK ONLY WITH NO TAXPAYER ID
           05  MN-TIN-TYPE             PIC X(01).
           05  MN-TAXPAYER-ID          PIC X(09).

      * THE MERCHANT MASTER IS READ WHOLE INTO MN-MM-TABLE AND
      * WRITTEN BACK WHOLE; THE LAYOUT IS MERCHANT-MASTER-WORK BELOW
       FD  MERCHANT-MASTER-FILE.
       01  MERCHANT-MASTER-RECORD      PIC X(136).

       FD  CHANGE-REPORT-FILE.
       01  CR-LINE                     PIC X(110).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ACTION-CODE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  RJ-MERCHANT-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  RJ-REASON               PIC X(40).

       FD  CHANGE-HISTORY-FILE.
           COPY MERCHCHH.

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

       FD  PRENOTE-ACH-FILE.
       01  DD-RECORD                   PIC X(94).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  MN-TRAN-STATUS              PIC X(02) VALUE "00".
       01  MN-MMS-STATUS               PIC X(02) VALUE "00".
       01  MN-RPT-STATUS               PIC X(02) VALUE "00".
       01  MN-REJ-STATUS               PIC X(02) VALUE "00".
       01  MN-HIS-STATUS               PIC X(02) VALUE "00".
       01  MN-CO-STATUS                PIC X(02) VALUE "00".
       01  MN-PRE-STATUS               PIC X(02) VALUE "00".

       01  MN-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS         VALUE "Y".
       01  MN-MMS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-MERCH-MASTER         VALUE "Y".
       01  MN-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
           88  MN-OPEN-ERROR                VALUE "Y".
       01  MN-WRITE-ERROR-SWITCH       PIC X(01) VALUE "N".
           88  MN-WRITE-ERROR               VALUE "Y".
       01  MN-TRAN-VALID-SWITCH        PIC X(01) VALUE "N".
           88  MN-TRAN-VALID                VALUE "Y".
       01  MN-MASTER-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  MN-MASTER-FOUND              VALUE "Y".
       01  MN-MASTER-CHANGED-SWITCH    PIC X(01) VALUE "N".
           88  MN-MASTER-CHANGED            VALUE "Y".
       01  MN-HIS-WRITTEN-SWITCH       PIC X(01) VALUE "N".
           88  MN-HIS-WRITTEN               VALUE "Y".

      * END-OF-RUN COUNTS
       01  MN-COUNT-READ               PIC 9(07) VALUE 0.
       01  MN-COUNT-ADDED              PIC 9(07) VALUE 0.
       01  MN-COUNT-CHANGED            PIC 9(07) VALUE 0.
       01  MN-COUNT-CLOSED             PIC 9(07) VALUE 0.
       01  MN-COUNT-REJECTED           PIC 9(07) VALUE 0.
       01  MN-COUNT-PRENOTED           PIC 9(07) VALUE 0.
       01  MN-COUNT-CLEARED            PIC 9(07) VALUE 0.

      * THE MERCHANT RECORD BEING WORKED -- SAME MERCHANT MASTER
      * LAYOUT THE CARD BATCH READS. MM-BANK-STATUS RUNS THE SAME
      * PRENOTE CYCLE AS THE EMPLOYEE MASTER'S BANK FIELDS: "N" NO
      * ACCOUNT TO PRENOTE YET, "P" PRENOTE SENT ON MM-BANK-EFF-
      * DATE, "A" ACTIVE, "F" FAILED. BLANK IS A RECORD LOADED
      * BEFORE THE PRENOTE FIELDS EXISTED, FUNDED ALL ALONG.
      * MM-LEGAL-NAME AND MM-TAXPAYER-ID ARE WHAT THE YEAR-END
      * INFORMATION RETURN FILES UNDER; MM-TIN-TYPE SAYS WHETHER THE
      * NUMBER IS AN EIN OR AN SSN. A BLANK TAXPAYER ID IS ALLOWED
      * ON FILE BUT IS FLAGGED FOR BACKUP WITHHOLDING AT YEAR END.
       01  MERCHANT-MASTER-WORK.
           05  MM-MERCHANT-ID          PIC X(08).
           05  MM-NAME                 PIC X(20).
           05  MM-STATUS               PIC X(01).
               88  MM-STATUS-ACTIVE        VALUE "A".
               88  MM-STATUS-SUSPENDED     VALUE "S".
               88  MM-STATUS-CLOSED        VALUE "C".
           05  MM-TRAN-LIMIT           PIC 9(07)V9(02).
           05  MM-DAILY-LIMIT          PIC 9(09)V9(02).
           05  MM-BANK-ROUTING         PIC 9(09).
           05  MM-BANK-ACCOUNT         PIC 9(12).
           05  MM-DISCOUNT-RATE        PIC 9V9(04).
           05  MM-COMPANY-CODE         PIC X(02).
           05  MM-BANK-STATUS          PIC X(01).
               88  MM-BANK-NEW             VALUE "N".
               88  MM-BANK-PRENOTED        VALUE "P".
               88  MM-BANK-ACTIVE          VALUE "A".
               88  MM-BANK-FAILED          VALUE "F".
           05  MM-BANK-EFF-DATE        PIC 9(08).
           05  MM-LEGAL-NAME           PIC X(40).
           05  MM-TIN-TYPE             PIC X(01).
               88  MM-TIN-EIN              VALUE "E".
               88  MM-TIN-SSN              VALUE "S".
           05  MM-TAXPAYER-ID          PIC X(09).

      * THE WHOLE MERCHANT MASTER, SAME CAPACITY AS THE CARD
      * BATCH'S TABLE. A MASTER LONGER THAN THE TABLE IS REFUSED
      * OUTRIGHT, SINCE WRITING IT BACK WOULD DROP THE OVERFLOW.
      * MN-MM-PRENOTE-FLAG MARKS THE ACCOUNTS TODAY'S PRENOTE FILE
      * MUST CARRY.
       01  MN-MM-TABLE.
           05  MN-MM-ENTRY OCCURS 200 TIMES
                   INDEXED BY MN-MM-IDX.
               10  MN-MM-IMAGE         PIC X(136).
               10  MN-MM-ID REDEFINES MN-MM-IMAGE
                                       PIC X(08).
               10  MN-MM-PRENOTE-FLAG  PIC X(01).
       01  MN-MM-COUNT                 PIC 9(03) VALUE 0.
       01  MN-MM-MAX                   PIC 9(03) VALUE 200.
       01  MN-MM-SUB                   PIC 9(03) VALUE 0.

      * CHANGE REPORT CONTROLS -- SAME PAGING STYLE AS THE EMPLOYEE
      * MASTER CHANGE REPORT
       01  MN-RUN-DATE                 PIC 9(08).
       01  MN-RUN-DATE-X REDEFINES MN-RUN-DATE.
           05  MN-RUN-CCYY             PIC 9(04).
           05  MN-RUN-MM               PIC 9(02).
           05  MN-RUN-DD               PIC 9(02).
       01  MN-PAGE-NO                  PIC 9(03) VALUE 0.
       01  MN-LINE-COUNT               PIC 9(02) VALUE 99.
       01  MN-LINES-PER-PAGE           PIC 9(02) VALUE 20.

       01  HDR-LINE-1.
           05  FILLER              PIC X(30) VALUE
               "MERCHANT MASTER CHANGE REPORT".
           05  FILLER              PIC X(70) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  HDR-PAGE-NO         PIC ZZ9.

       01  HDR-LINE-2.
           05  FILLER              PIC X(11) VALUE "RUN DATE: ".
           05  HDR-RUN-MM          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  HDR-RUN-DD          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  HDR-RUN-CCYY        PIC 9(04).

       01  COL-HDR-LINE.
           05  FILLER              PIC X(08) VALUE "IMAGE".
           05  FILLER              PIC X(10) VALUE "MERCH ID".
           05  FILLER              PIC X(22) VALUE "MERCHANT NAME".
           05  FILLER              PIC X(04) VALUE "ST".
           05  FILLER              PIC X(04) VALUE "BK".
           05  FILLER              PIC X(11) VALUE "ROUTING".
           05  FILLER              PIC X(14) VALUE "ACCOUNT".
           05  FILLER              PIC X(15) VALUE "   TRAN LIMIT".
           05  FILLER              PIC X(16) VALUE "   DAILY LIMIT".
           05  FILLER              PIC X(06) VALUE "  RATE".

      * DETAIL-LINE CARRIES ONE BEFORE OR AFTER IMAGE OF THE MASTER
      * RECORD THE TRANSACTION TOUCHED
       01  DETAIL-LINE.
           05  DL-IMAGE-TAG        PIC X(08).
           05  DL-MERCHANT-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DL-NAME             PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DL-STATUS           PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DL-BANK-STATUS      PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DL-ROUTING          PIC 9(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DL-ACCOUNT          PIC 9(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DL-TRAN-LIMIT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DL-DAILY-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DL-DISCOUNT-RATE    PIC 9.9999.

      * REJECT REASON BUILT DURING VALIDATION
       01  MN-REJECT-REASON            PIC X(40).

      * PRIOR BANK FIELDS, HELD ACROSS A CHANGE SO A TOUCHED ROUTING
      * OR ACCOUNT RESTARTS THE PRENOTE CYCLE AND AN UNTOUCHED ONE
      * DOES NOT
       01  MN-OLD-BANK-ROUTING         PIC 9(09).
       01  MN-OLD-BANK-ACCOUNT         PIC 9(12).

      * LIMIT AND RATE SANITY BOUNDS. A LIMIT OF ZERO IS NO LIMIT,
      * AS THE CARD BATCH READS IT.
       01  MN-MAX-DISCOUNT-RATE        PIC 9V9(04) VALUE 0.1000.

      * ABA CHECK-DIGIT WORK FIELDS -- THE ROUTING NUMBER'S NINE
      * DIGITS MUST SATISFY 3-7-1 WEIGHTING MOD 10
       01  MN-ROUTING-WORK             PIC 9(09).
       01  MN-ROUTING-DIGITS REDEFINES MN-ROUTING-WORK.
           05  MN-RD OCCURS 9 TIMES    PIC 9(01).
       01  MN-ABA-SUM                  PIC 9(04) VALUE 0.
       01  MN-ABA-QUOTIENT             PIC 9(04) VALUE 0.
       01  MN-ABA-REMAINDER            PIC 9(02) VALUE 0.

      * COMPANY MASTER -- FOR THE COMPANY-CODE EDIT AND THE ACH
      * COMPANY EACH MERCHANT'S PRENOTE GOES OUT UNDER. WITH NO
      * COMPANY MASTER ON FILE THE PRIMARY COMPANY "01" RUNS UNDER
      * THE NACHA CONSTANTS BELOW.
       01  MN-CO-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-COMPANIES            VALUE "Y".
       01  MN-CO-TABLE.
           05  MN-CO-ENTRY OCCURS 10 TIMES INDEXED BY MN-CO-IDX.
               10  MN-CO-CODE          PIC X(02).
               10  MN-CO-ACH-ID        PIC X(10).
               10  MN-CO-ACH-NAME      PIC X(16).
       01  MN-CO-COUNT                 PIC 9(02) VALUE 0.
       01  MN-CO-SUB                   PIC 9(02) VALUE 0.
       01  MN-CO-PRIMARY-SUB           PIC 9(02) VALUE 0.
       01  MN-CO-PASS-SUB              PIC 9(02) VALUE 0.
       01  MN-CO-LOOKUP-CODE           PIC X(02).
       01  MN-CO-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  MN-CO-FOUND                 VALUE "Y".
       01  MN-CO-BATCH-SWITCH          PIC X(01) VALUE "N".
           88  MN-CO-BATCH-OPEN            VALUE "Y".

      * PRENOTE CYCLE CONTROLS -- SAME AGING AS THE PAY CYCLE'S
       01  MN-PRENOTE-AGE-DAYS         PIC 9(02) VALUE 6.
       01  MN-PRE-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  MN-PRE-OPEN                 VALUE "Y".

      * BANKING-DAY CALL FIELDS -- THE ACH EFFECTIVE DATE AND THE
      * PRENOTE AGING BOTH COUNT THE WAY THE BANK COUNTS
       01  MN-BK-FUNCTION              PIC X(01) VALUE "N".
       01  MN-BK-DATE-1                PIC 9(08) VALUE 0.
       01  MN-BK-DATE-2                PIC 9(08) VALUE 0.
       01  MN-BK-RESULT-DATE           PIC 9(08) VALUE 0.
       01  MN-BK-RESULT-COUNT          PIC S9(05) VALUE 0.

      * NACHA TRANSMISSION CONSTANTS AND RUNNING CONTROLS FOR THE
      * PRENOTE FILE -- SAME ORIGINATION VALUES THE MERCHANT
      * FUNDING FILE GOES OUT UNDER, CCD FOR COMPANY CREDITS
       01  ACH-DEST-ROUTING             PIC X(09) VALUE "071000013".
       01  ACH-ODFI-ID                  PIC X(08) VALUE "07100001".
       01  ACH-COMPANY-NAME             PIC X(16) VALUE
               "KINGDOM CARDS".
       01  ACH-COMPANY-ID               PIC X(10) VALUE "1916040321".
       01  ACH-DEST-NAME                PIC X(23) VALUE
               "FIRST CONTINENTAL".
       01  ACH-CREATE-TIME              PIC 9(08).
       01  ACH-ENTRY-COUNT              PIC 9(06) VALUE 0.
       01  ACH-ENTRY-HASH               PIC 9(10) VALUE 0.
       01  ACH-TRACE-SEQ                PIC 9(07) VALUE 0.
       01  ACH-RECORD-COUNT             PIC 9(06) VALUE 0.
       01  ACH-BLOCK-COUNT              PIC 9(06) VALUE 0.
       01  ACH-FILL-COUNT               PIC 9(02) VALUE 0.
       01  ACH-ROUTING-WORK             PIC 9(09) VALUE 0.
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
           05  ACH-ROUTING-FIRST-8      PIC 9(08).
           05  ACH-ROUTING-CHECK        PIC 9(01).
       01  ACH-BATCH-TOTAL              PIC 9(06) VALUE 0.
       01  ACH-FILE-ENTRY-COUNT         PIC 9(08) VALUE 0.
       01  ACH-FILE-ENTRY-HASH          PIC 9(10) VALUE 0.

       01  ACH-FILE-HEADER.
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER               PIC X(02) VALUE "01".
           05  AFH-IMMED-DEST       PIC X(10).
           05  AFH-IMMED-ORIGIN     PIC X(10).
           05  AFH-CREATE-DATE      PIC 9(06).
           05  AFH-CREATE-TIME      PIC 9(04).
           05  FILLER               PIC X(01) VALUE "A".
           05  FILLER               PIC X(03) VALUE "094".
           05  FILLER               PIC X(02) VALUE "10".
           05  FILLER               PIC X(01) VALUE "1".
           05  AFH-DEST-NAME        PIC X(23).
           05  AFH-ORIGIN-NAME      PIC X(23).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05  FILLER               PIC X(01) VALUE "5".
           05  FILLER               PIC X(03) VALUE "220".
           05  ABH-COMPANY-NAME     PIC X(16).
           05  FILLER               PIC X(20) VALUE SPACES.
           05  ABH-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(03) VALUE "CCD".
           05  FILLER               PIC X(10) VALUE "MERCHFUND".
           05  ABH-DESC-DATE        PIC 9(06).
           05  ABH-EFF-DATE         PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "1".
           05  ABH-ODFI             PIC X(08).
           05  ABH-BATCH-NO         PIC 9(07).

      * A PRENOTE IS A ZERO-DOLLAR ENTRY, TRANSACTION CODE 23
      * (CHECKING CREDIT PRENOTIFICATION)
       01  ACH-ENTRY-DETAIL.
           05  FILLER               PIC X(01) VALUE "6".
           05  AED-TRAN-CODE        PIC X(02).
           05  AED-RDFI-ROUTING     PIC 9(08).
           05  AED-RDFI-CHECK       PIC 9(01).
           05  AED-ACCOUNT          PIC X(17).
           05  AED-AMOUNT           PIC 9(10).
           05  AED-INDIV-ID         PIC X(15).
           05  AED-INDIV-NAME       PIC X(22).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "0".
           05  AED-TRACE-ODFI       PIC X(08).
           05  AED-TRACE-SEQ        PIC 9(07).

       01  ACH-BATCH-CONTROL.
           05  FILLER               PIC X(01) VALUE "8".
           05  FILLER               PIC X(03) VALUE "220".
           05  ABC-ENTRY-COUNT      PIC 9(06).
           05  ABC-ENTRY-HASH       PIC 9(10).
           05  ABC-TOTAL-DEBIT      PIC 9(12).
           05  ABC-TOTAL-CREDIT     PIC 9(12).
           05  ABC-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  ABC-ODFI             PIC X(08).
           05  ABC-BATCH-NO         PIC 9(07).

       01  ACH-FILE-CONTROL.
           05  FILLER               PIC X(01) VALUE "9".
           05  AFC-BATCH-COUNT      PIC 9(06).
           05  AFC-BLOCK-COUNT      PIC 9(06).
           05  AFC-ENTRY-COUNT      PIC 9(08).
           05  AFC-ENTRY-HASH       PIC 9(10).
           05  AFC-TOTAL-DEBIT      PIC 9(12).
           05  AFC-TOTAL-CREDIT     PIC 9(12).
           05  FILLER               PIC X(39) VALUE SPACES.

       01  ACH-FILL-RECORD              PIC X(94) VALUE ALL "9".

      * THE CHANGE-HISTORY IMAGES FOR THE RECORD BEING TOUCHED --
      * SPACES ON THE BEFORE SIDE OF AN ADD
       01  MN-HIST-ACTION              PIC X(01).
       01  MN-BEFORE-IMAGE             PIC X(136) VALUE SPACES.
       01  MN-AFTER-IMAGE              PIC X(136) VALUE SPACES.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
               "MERCHANT-MASTER-MAINT".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME                PIC X(08).
       01  XT-DIRECTION                PIC X(01).
       01  XT-COUNT                    PIC 9(07) VALUE 0.
       01  XT-HASH                     PIC 9(13)V9(02) VALUE 0.
       01  XT-STATUS                   PIC X(01).
       01  XT-CODE                     PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MN-OPEN-ERROR
               PERFORM 1400-AGE-PRENOTES THRU 1400-EXIT
               PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
                   UNTIL END-OF-TRANSACTIONS
               PERFORM 4000-SEND-PRENOTES THRU 4000-EXIT
               IF MN-MASTER-CHANGED AND NOT MN-WRITE-ERROR
                   PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT
               END-IF
               PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- OPEN THE BATCH FILES, LOAD THE COMPANY
      * AND MERCHANT MASTERS, AND PRIME THE READ
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING MN-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MN-RUN-DATE
               JB-TYPE JB-CODE
           OPEN INPUT MAINT-TRANSACTION-FILE
           IF MN-TRAN-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MAINT-TRANSACTION FILE -- "
                   "STATUS " MN-TRAN-STATUS " ***"
               SET MN-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CHANGE-REPORT-FILE
           IF MN-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHANGE-REPORT FILE -- "
                   "STATUS " MN-RPT-STATUS " ***"
               SET MN-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF MN-REJ-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REJECT FILE -- STATUS "
                   MN-REJ-STATUS " ***"
               SET MN-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF MN-HIS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN CHANGE-HISTORY FILE -- "
                   "STATUS " MN-HIS-STATUS " ***"
               SET MN-OPEN-ERROR TO TRUE
           END-IF
           IF NOT MN-OPEN-ERROR
               PERFORM 1200-LOAD-COMPANIES THRU 1200-EXIT
               PERFORM 1300-LOAD-MERCHANT-MASTER THRU 1300-EXIT
           END-IF
           IF NOT MN-OPEN-ERROR
               PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-TRANSACTION.
           READ MAINT-TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-COMPANIES -- THE COMPANY CODES THE COMPANY-CODE
      * EDIT ACCEPTS, WITH THE ACH COMPANY EACH ONE ORIGINATES
      * UNDER. WITH NO FILE ON HAND (OR AN EMPTY ONE) THE PRIMARY
      * COMPANY "01" IS SET UP FROM THE NACHA CONSTANTS.
      *-----------------------
       1200-LOAD-COMPANIES.
           MOVE 0 TO MN-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF MN-CO-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN COMPANY-MASTER FILE -- "
                   "STATUS " MN-CO-STATUS " ***"
               SET MN-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-COMPANY THRU 1210-EXIT
           PERFORM 1220-STORE-COMPANY THRU 1220-EXIT
               UNTIL END-OF-COMPANIES
                  OR MN-CO-COUNT >= 10
           CLOSE COMPANY-MASTER-FILE
           IF MN-CO-COUNT = 0
               MOVE 1 TO MN-CO-COUNT
               SET MN-CO-IDX TO 1
               MOVE "01" TO MN-CO-CODE(MN-CO-IDX)
               MOVE ACH-COMPANY-ID TO MN-CO-ACH-ID(MN-CO-IDX)
               MOVE ACH-COMPANY-NAME TO MN-CO-ACH-NAME(MN-CO-IDX)
           END-IF
           MOVE SPACES TO MN-CO-LOOKUP-CODE
           PERFORM 1250-FIND-COMPANY THRU 1250-EXIT
           IF MN-CO-SUB = 0
               MOVE 1 TO MN-CO-PRIMARY-SUB
           ELSE
               MOVE MN-CO-SUB TO MN-CO-PRIMARY-SUB
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-COMPANY.
           ADD 1 TO MN-CO-COUNT
           SET MN-CO-IDX TO MN-CO-COUNT
           MOVE CO-COMPANY-CODE TO MN-CO-CODE(MN-CO-IDX)
           MOVE CO-ACH-COMPANY-ID TO MN-CO-ACH-ID(MN-CO-IDX)
           MOVE CO-ACH-COMPANY-NAME TO MN-CO-ACH-NAME(MN-CO-IDX)
           PERFORM 1210-READ-COMPANY THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1250-FIND-COMPANY -- SLOT OF THE COMPANY IN
      * MN-CO-LOOKUP-CODE (BLANK IS THE PRIMARY COMPANY "01");
      * MN-CO-SUB IS ZERO WHEN THE COMPANY IS NOT ON THE TABLE
      *-----------------------
       1250-FIND-COMPANY.
           IF MN-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO MN-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO MN-CO-SUB
           MOVE "N" TO MN-CO-FOUND-SWITCH
           PERFORM 1260-MATCH-COMPANY THRU 1260-EXIT
               VARYING MN-CO-IDX FROM 1 BY 1
               UNTIL MN-CO-IDX > MN-CO-COUNT
                  OR MN-CO-FOUND.
       1250-EXIT.
           EXIT.

       1260-MATCH-COMPANY.
           IF MN-CO-CODE(MN-CO-IDX) = MN-CO-LOOKUP-CODE
               SET MN-CO-SUB TO MN-CO-IDX
               SET MN-CO-FOUND TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-MERCHANT-MASTER -- THE WHOLE MASTER INTO THE
      * TABLE. WITH NO MASTER ON FILE THE TABLE STARTS EMPTY AND
      * THE FIRST RUN'S ADDS BUILD IT. A MASTER TOO LONG FOR THE
      * TABLE STOPS THE RUN BEFORE ANYTHING IS APPLIED.
      *-----------------------
       1300-LOAD-MERCHANT-MASTER.
           MOVE 0 TO MN-MM-COUNT
           OPEN INPUT MERCHANT-MASTER-FILE
           IF MN-MMS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT-MASTER FILE -- "
                   "STATUS " MN-MMS-STATUS " ***"
               SET MN-OPEN-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-MERCH-MASTER THRU 1310-EXIT
           PERFORM 1320-STORE-MERCH-MASTER THRU 1320-EXIT
               UNTIL END-OF-MERCH-MASTER
                  OR MN-MM-COUNT >= MN-MM-MAX
           IF NOT END-OF-MERCH-MASTER
               DISPLAY "*** MERCHANT MASTER HOLDS MORE THAN "
                   MN-MM-MAX " RECORDS -- NOTHING APPLIED ***"
               SET MN-OPEN-ERROR TO TRUE
           END-IF
           CLOSE MERCHANT-MASTER-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-MERCH-MASTER.
           READ MERCHANT-MASTER-FILE
               AT END
                   SET END-OF-MERCH-MASTER TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-MERCH-MASTER.
           ADD 1 TO MN-MM-COUNT
           SET MN-MM-IDX TO MN-MM-COUNT
           MOVE MERCHANT-MASTER-RECORD TO MN-MM-IMAGE(MN-MM-IDX)
           MOVE "N" TO MN-MM-PRENOTE-FLAG(MN-MM-IDX)
           PERFORM 1310-READ-MERCH-MASTER THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------
      * 1400-AGE-PRENOTES -- BEFORE TODAY'S TRANSACTIONS, EVERY
      * PRENOTED ACCOUNT THAT HAS GONE THE FULL AGING WITHOUT A
      * RETURN IS MARKED ACTIVE. A RETURNED PRENOTE IS WORKED BY
      * CARD SERVICES, WHO RE-KEY THE BANK FIELDS (WHICH SENDS A
      * FRESH PRENOTE) OR SUSPEND THE MERCHANT.
      *-----------------------
       1400-AGE-PRENOTES.
           PERFORM 1410-AGE-ONE-PRENOTE THRU 1410-EXIT
               VARYING MN-MM-IDX FROM 1 BY 1
               UNTIL MN-MM-IDX > MN-MM-COUNT.
       1400-EXIT.
           EXIT.

       1410-AGE-ONE-PRENOTE.
           MOVE MN-MM-IMAGE(MN-MM-IDX) TO MERCHANT-MASTER-WORK
           IF NOT MM-BANK-PRENOTED
               GO TO 1410-EXIT
           END-IF
           MOVE "C" TO MN-BK-FUNCTION
           MOVE MM-BANK-EFF-DATE TO MN-BK-DATE-1
           MOVE MN-RUN-DATE TO MN-BK-DATE-2
           CALL "BANKING-DAY" USING MN-BK-FUNCTION
               MN-BK-DATE-1 MN-BK-DATE-2
               MN-BK-RESULT-DATE MN-BK-RESULT-COUNT
           IF MN-BK-RESULT-COUNT < MN-PRENOTE-AGE-DAYS
               GO TO 1410-EXIT
           END-IF
           MOVE MERCHANT-MASTER-WORK TO MN-BEFORE-IMAGE
           MOVE "BEFORE: " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE "A" TO MM-BANK-STATUS
           MOVE MERCHANT-MASTER-WORK TO MN-MM-IMAGE(MN-MM-IDX)
           SET MN-MASTER-CHANGED TO TRUE
           ADD 1 TO MN-COUNT-CLEARED
           MOVE "CLEARED:" TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE "P" TO MN-HIST-ACTION
           MOVE MERCHANT-MASTER-WORK TO MN-AFTER-IMAGE
           PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
       1410-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-TRANSACTION -- VALIDATE ONE TRANSACTION AND
      * APPLY IT TO THE MASTER TABLE, OR ROUTE IT TO THE REJECTS
      * FILE
      *-----------------------
       2000-PROCESS-TRANSACTION.
           ADD 1 TO MN-COUNT-READ
           PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
           IF MN-TRAN-VALID
               EVALUATE TRUE
                   WHEN MN-ACTION-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN MN-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN MN-ACTION-CLOSE
                       PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-IF
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2100-VALIDATE-TRANSACTION -- EDIT THE TRANSACTION AND CONFIRM
      * THE MERCHANT EXISTS (OR DOES NOT) AS THE ACTION REQUIRES
      *-----------------------
       2100-VALIDATE-TRANSACTION.
           MOVE "N" TO MN-TRAN-VALID-SWITCH
           MOVE SPACES TO MN-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT (MN-ACTION-ADD OR MN-ACTION-CHANGE
                       OR MN-ACTION-CLOSE)
                   MOVE "ACTION CODE NOT A, C, OR X"
                       TO MN-REJECT-REASON
               WHEN MN-MERCHANT-ID = SPACES
                   MOVE "MERCHANT ID IS BLANK"
                       TO MN-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-FIND-MASTER THRU 2150-EXIT
                   PERFORM 2160-EDIT-BY-ACTION THRU 2160-EXIT
           END-EVALUATE
           IF MN-REJECT-REASON = SPACES
               SET MN-TRAN-VALID TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2150-FIND-MASTER -- THE TABLE SLOT FOR THIS TRANSACTION'S
      * MERCHANT; WHEN FOUND THE RECORD IS MOVED TO THE WORK AREA
      *-----------------------
       2150-FIND-MASTER.
           MOVE "N" TO MN-MASTER-FOUND-SWITCH
           MOVE 0 TO MN-MM-SUB
           PERFORM 2155-MATCH-MASTER THRU 2155-EXIT
               VARYING MN-MM-IDX FROM 1 BY 1
               UNTIL MN-MM-IDX > MN-MM-COUNT
                  OR MN-MASTER-FOUND
           IF MN-MASTER-FOUND
               SET MN-MM-IDX TO MN-MM-SUB
               MOVE MN-MM-IMAGE(MN-MM-IDX) TO MERCHANT-MASTER-WORK
           END-IF.
       2150-EXIT.
           EXIT.

       2155-MATCH-MASTER.
           IF MN-MM-ID(MN-MM-IDX) = MN-MERCHANT-ID
               SET MN-MASTER-FOUND TO TRUE
               SET MN-MM-SUB TO MN-MM-IDX
           END-IF.
       2155-EXIT.
           EXIT.

      *-----------------------
      * 2160-EDIT-BY-ACTION -- THE ACTION-SPECIFIC EDITS. ADDS AND
      * CHANGES MUST CARRY CLEAN MASTER FIELDS; ADDS MUST BE NEW
      * MERCHANTS, CHANGES AND CLOSES MUST MATCH AN OPEN ONE. A
      * ROUTING AND ACCOUNT OF ZERO TOGETHER IS A MERCHANT NOT YET
      * SET UP FOR FUNDING, WHICH THE CARD BATCH HOLDS AS NO BANK.
      *-----------------------
       2160-EDIT-BY-ACTION.
           MOVE MN-COMPANY-CODE TO MN-CO-LOOKUP-CODE
           PERFORM 1250-FIND-COMPANY THRU 1250-EXIT
           MOVE 0 TO MN-ABA-REMAINDER
           IF MN-BANK-ROUTING NUMERIC
               PERFORM 2170-CHECK-ABA-ROUTING THRU 2170-EXIT
           END-IF
           EVALUATE TRUE
               WHEN MN-ACTION-ADD AND MN-MASTER-FOUND
                   MOVE "ADD FOR A MERCHANT ALREADY ON FILE"
                       TO MN-REJECT-REASON
               WHEN MN-ACTION-CHANGE AND NOT MN-MASTER-FOUND
                   MOVE "CHANGE FOR A MERCHANT NOT ON FILE"
                       TO MN-REJECT-REASON
               WHEN MN-ACTION-CLOSE AND NOT MN-MASTER-FOUND
                   MOVE "CLOSE FOR A MERCHANT NOT ON FILE"
                       TO MN-REJECT-REASON
               WHEN MN-MASTER-FOUND AND MM-STATUS-CLOSED
                   MOVE "MERCHANT IS ALREADY CLOSED"
                       TO MN-REJECT-REASON
               WHEN MN-ACTION-CLOSE
                   CONTINUE
               WHEN MN-NAME = SPACES
                   MOVE "MERCHANT NAME IS BLANK"
                       TO MN-REJECT-REASON
               WHEN MN-STATUS NOT = "A" AND MN-STATUS NOT = "S"
                       AND MN-STATUS NOT = SPACE
                   MOVE "STATUS NOT A, S, OR BLANK"
                       TO MN-REJECT-REASON
               WHEN MN-TRAN-LIMIT NOT NUMERIC
                       OR MN-DAILY-LIMIT NOT NUMERIC
                   MOVE "TRAN/DAILY LIMIT NOT NUMERIC"
                       TO MN-REJECT-REASON
               WHEN MN-TRAN-LIMIT > 0 AND MN-DAILY-LIMIT > 0
                       AND MN-TRAN-LIMIT > MN-DAILY-LIMIT
                   MOVE "TRAN LIMIT OVER DAILY LIMIT"
                       TO MN-REJECT-REASON
               WHEN MN-DISCOUNT-RATE NOT NUMERIC
                       OR MN-DISCOUNT-RATE > MN-MAX-DISCOUNT-RATE
                   MOVE "DISCOUNT RATE FAILS RANGE CHECK"
                       TO MN-REJECT-REASON
               WHEN MN-BANK-ROUTING NOT NUMERIC
                       OR MN-BANK-ACCOUNT NOT NUMERIC
                   MOVE "BANK ROUTING/ACCOUNT NOT NUMERIC"
                       TO MN-REJECT-REASON
               WHEN MN-BANK-ROUTING = 0 AND MN-BANK-ACCOUNT NOT = 0
                   MOVE "BANK ACCOUNT WITH NO ROUTING"
                       TO MN-REJECT-REASON
               WHEN MN-BANK-ROUTING NOT = 0 AND MN-BANK-ACCOUNT = 0
                   MOVE "BANK ROUTING WITH NO ACCOUNT"
                       TO MN-REJECT-REASON
               WHEN MN-ABA-REMAINDER NOT = 0
                   MOVE "BANK ROUTING FAILS ABA CHECK DIGIT"
                       TO MN-REJECT-REASON
               WHEN NOT MN-CO-FOUND
                   MOVE "COMPANY CODE NOT ON COMPANY MASTER"
                       TO MN-REJECT-REASON
               WHEN MN-TAXPAYER-ID NOT = SPACES
                       AND MN-TAXPAYER-ID NOT NUMERIC
                   MOVE "TAXPAYER ID NOT NINE DIGITS"
                       TO MN-REJECT-REASON
               WHEN MN-TAXPAYER-ID NOT = SPACES
                       AND MN-TIN-TYPE NOT = "E"
                       AND MN-TIN-TYPE NOT = "S"
                   MOVE "TIN TYPE NOT E OR S"
                       TO MN-REJECT-REASON
               WHEN MN-TAXPAYER-ID = SPACES
                       AND MN-TIN-TYPE NOT = SPACE
                   MOVE "TIN TYPE WITH NO TAXPAYER ID"
                       TO MN-REJECT-REASON
           END-EVALUATE.
       2160-EXIT.
           EXIT.

      *-----------------------
      * 2170-CHECK-ABA-ROUTING -- THE NINE ROUTING DIGITS MUST
      * SATISFY THE ABA 3-7-1 WEIGHTED CHECKSUM MOD 10. AN ALL-ZERO
      * ROUTING PASSES THE ARITHMETIC; THE PAIRING EDIT COVERS IT.
      *-----------------------
       2170-CHECK-ABA-ROUTING.
           MOVE MN-BANK-ROUTING TO MN-ROUTING-WORK
           COMPUTE MN-ABA-SUM =
               3 * (MN-RD(1) + MN-RD(4) + MN-RD(7))
             + 7 * (MN-RD(2) + MN-RD(5) + MN-RD(8))
             + 1 * (MN-RD(3) + MN-RD(6) + MN-RD(9))
           DIVIDE MN-ABA-SUM BY 10 GIVING MN-ABA-QUOTIENT
               REMAINDER MN-ABA-REMAINDER.
       2170-EXIT.
           EXIT.

      *-----------------------
      * 2200-APPLY-ADD -- BUILD A NEW MASTER RECORD ON THE END OF
      * THE TABLE. A MERCHANT ADDED WITH BANKING STARTS ITS PRENOTE
      * TODAY.
      *-----------------------
       2200-APPLY-ADD.
           IF MN-MM-COUNT >= MN-MM-MAX
               MOVE "MERCHANT MASTER IS FULL"
                   TO MN-REJECT-REASON
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE MN-MERCHANT-ID TO MM-MERCHANT-ID
           PERFORM 2250-MOVE-KEYED-FIELDS THRU 2250-EXIT
           ADD 1 TO MN-MM-COUNT
           SET MN-MM-IDX TO MN-MM-COUNT
           MOVE "N" TO MN-MM-PRENOTE-FLAG(MN-MM-IDX)
           PERFORM 2270-START-PRENOTE THRU 2270-EXIT
           MOVE MERCHANT-MASTER-WORK TO MN-MM-IMAGE(MN-MM-IDX)
           SET MN-MASTER-CHANGED TO TRUE
           ADD 1 TO MN-COUNT-ADDED
           MOVE "ADDED:  " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE "A" TO MN-HIST-ACTION
           MOVE SPACES TO MN-BEFORE-IMAGE
           MOVE MERCHANT-MASTER-WORK TO MN-AFTER-IMAGE
           PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 2250-MOVE-KEYED-FIELDS -- THE FIELDS AN ADD OR CHANGE SETS
      * FROM THE TRANSACTION. A BLANK STATUS IS ACTIVE; A BLANK
      * LEGAL NAME IS THE MERCHANT NAME.
      *-----------------------
       2250-MOVE-KEYED-FIELDS.
           MOVE MN-NAME TO MM-NAME
           IF MN-STATUS = SPACE
               MOVE "A" TO MM-STATUS
           ELSE
               MOVE MN-STATUS TO MM-STATUS
           END-IF
           MOVE MN-TRAN-LIMIT TO MM-TRAN-LIMIT
           MOVE MN-DAILY-LIMIT TO MM-DAILY-LIMIT
           MOVE MN-BANK-ROUTING TO MM-BANK-ROUTING
           MOVE MN-BANK-ACCOUNT TO MM-BANK-ACCOUNT
           MOVE MN-DISCOUNT-RATE TO MM-DISCOUNT-RATE
           MOVE MN-COMPANY-CODE TO MM-COMPANY-CODE
           IF MN-LEGAL-NAME = SPACES
               MOVE MN-NAME TO MM-LEGAL-NAME
           ELSE
               MOVE MN-LEGAL-NAME TO MM-LEGAL-NAME
           END-IF
           MOVE MN-TIN-TYPE TO MM-TIN-TYPE
           MOVE MN-TAXPAYER-ID TO MM-TAXPAYER-ID.
       2250-EXIT.
           EXIT.

      *-----------------------
      * 2270-START-PRENOTE -- NEW BANK FIELDS ON THE TABLE SLOT AT
      * MN-MM-IDX. AN ACCOUNT GOES ON TODAY'S PRENOTE FILE AND TO
      * STATUS "P" EFFECTIVE TODAY; NO ACCOUNT IS STATUS "N" UNTIL
      * ONE IS KEYED.
      *-----------------------
       2270-START-PRENOTE.
           IF MM-BANK-ROUTING = 0
               MOVE "N" TO MM-BANK-STATUS
               MOVE 0 TO MM-BANK-EFF-DATE
               MOVE "N" TO MN-MM-PRENOTE-FLAG(MN-MM-IDX)
           ELSE
               MOVE "P" TO MM-BANK-STATUS
               MOVE MN-RUN-DATE TO MM-BANK-EFF-DATE
               MOVE "Y" TO MN-MM-PRENOTE-FLAG(MN-MM-IDX)
           END-IF.
       2270-EXIT.
           EXIT.

      *-----------------------
      * 2300-APPLY-CHANGE -- REPLACE THE KEYED FIELDS ON AN OPEN
      * MERCHANT. THE BANK STATUS IS RETAINED UNLESS THE ROUTING OR
      * ACCOUNT CHANGED, WHICH RESTARTS THE PRENOTE CYCLE.
      *-----------------------
       2300-APPLY-CHANGE.
           MOVE MERCHANT-MASTER-WORK TO MN-BEFORE-IMAGE
           MOVE "BEFORE: " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE MM-BANK-ROUTING TO MN-OLD-BANK-ROUTING
           MOVE MM-BANK-ACCOUNT TO MN-OLD-BANK-ACCOUNT
           PERFORM 2250-MOVE-KEYED-FIELDS THRU 2250-EXIT
           IF MN-BANK-ROUTING NOT = MN-OLD-BANK-ROUTING
               OR MN-BANK-ACCOUNT NOT = MN-OLD-BANK-ACCOUNT
               PERFORM 2270-START-PRENOTE THRU 2270-EXIT
           END-IF
           MOVE MERCHANT-MASTER-WORK TO MN-MM-IMAGE(MN-MM-IDX)
           SET MN-MASTER-CHANGED TO TRUE
           ADD 1 TO MN-COUNT-CHANGED
           MOVE "AFTER:  " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE "C" TO MN-HIST-ACTION
           MOVE MERCHANT-MASTER-WORK TO MN-AFTER-IMAGE
           PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 2400-APPLY-CLOSE -- A CLOSED MERCHANT STAYS ON THE MASTER AS
      * STATUS "C", SO THE CARD BATCH REFUSES ITS SUBMISSIONS AND
      * THE CHARGEBACK AND STATEMENT RUNS STILL FIND ITS NAME. ANY
      * PRENOTE NOT YET SENT FOR IT IS DROPPED.
      *-----------------------
       2400-APPLY-CLOSE.
           MOVE MERCHANT-MASTER-WORK TO MN-BEFORE-IMAGE
           MOVE "BEFORE: " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE "C" TO MM-STATUS
           MOVE "N" TO MN-MM-PRENOTE-FLAG(MN-MM-IDX)
           MOVE MERCHANT-MASTER-WORK TO MN-MM-IMAGE(MN-MM-IDX)
           SET MN-MASTER-CHANGED TO TRUE
           ADD 1 TO MN-COUNT-CLOSED
           MOVE "CLOSED: " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           MOVE "X" TO MN-HIST-ACTION
           MOVE MERCHANT-MASTER-WORK TO MN-AFTER-IMAGE
           PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------
      * 2500-PRINT-HEADERS -- PAGE HEADER AND COLUMN HEADINGS
      *-----------------------
       2500-PRINT-HEADERS.
           ADD 1 TO MN-PAGE-NO
           MOVE MN-PAGE-NO TO HDR-PAGE-NO
           MOVE MN-RUN-MM TO HDR-RUN-MM
           MOVE MN-RUN-DD TO HDR-RUN-DD
           MOVE MN-RUN-CCYY TO HDR-RUN-CCYY
           MOVE HDR-LINE-1 TO CR-LINE
           WRITE CR-LINE
           MOVE HDR-LINE-2 TO CR-LINE
           WRITE CR-LINE
           MOVE COL-HDR-LINE TO CR-LINE
           WRITE CR-LINE
           MOVE 0 TO MN-LINE-COUNT.
       2500-EXIT.
           EXIT.

      *-----------------------
      * 2600-WRITE-DETAIL -- ONE IMAGE OF THE MASTER RECORD ON THE
      * CHANGE REPORT, TAGGED BEFORE/AFTER/ADDED/CLOSED/CLEARED
      *-----------------------
       2600-WRITE-DETAIL.
           IF MN-LINE-COUNT >= MN-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADERS THRU 2500-EXIT
           END-IF
           MOVE MM-MERCHANT-ID TO DL-MERCHANT-ID
           MOVE MM-NAME TO DL-NAME
           MOVE MM-STATUS TO DL-STATUS
           MOVE MM-BANK-STATUS TO DL-BANK-STATUS
           MOVE MM-BANK-ROUTING TO DL-ROUTING
           MOVE MM-BANK-ACCOUNT TO DL-ACCOUNT
           MOVE MM-TRAN-LIMIT TO DL-TRAN-LIMIT
           MOVE MM-DAILY-LIMIT TO DL-DAILY-LIMIT
           MOVE MM-DISCOUNT-RATE TO DL-DISCOUNT-RATE
           MOVE DETAIL-LINE TO CR-LINE
           WRITE CR-LINE
           ADD 1 TO MN-LINE-COUNT.
       2600-EXIT.
           EXIT.

      *-----------------------
      * 2800-WRITE-HISTORY -- ONE KEYED BEFORE/AFTER RECORD PER
      * APPLIED TRANSACTION OR CLEARED PRENOTE. THE SEQUENCE HUNTS
      * PAST KEYS ALREADY TAKEN, SO EVERY CHANGE IN A DAY KEEPS ITS
      * OWN RECORD.
      *-----------------------
       2800-WRITE-HISTORY.
           MOVE "N" TO MN-HIS-WRITTEN-SWITCH
           MOVE MM-MERCHANT-ID TO MC-MERCHANT-ID
           MOVE MN-RUN-DATE TO MC-CHANGE-DATE
           MOVE 1 TO MC-SEQ
           MOVE MN-HIST-ACTION TO MC-ACTION
           MOVE MN-BEFORE-IMAGE TO MC-BEFORE-IMAGE
           MOVE MN-AFTER-IMAGE TO MC-AFTER-IMAGE
           PERFORM 2850-TRY-ONE-HISTORY-KEY THRU 2850-EXIT
               UNTIL MN-HIS-WRITTEN
                  OR MC-SEQ > 999
           IF NOT MN-HIS-WRITTEN
               DISPLAY "*** CHANGE-HISTORY WRITE FAILED FOR "
                   "MERCHANT " MM-MERCHANT-ID " -- OVER 999 "
                   "CHANGES TODAY ***"
           END-IF.
       2800-EXIT.
           EXIT.

       2850-TRY-ONE-HISTORY-KEY.
           WRITE MERCH-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO MC-SEQ
               NOT INVALID KEY
                   SET MN-HIS-WRITTEN TO TRUE
           END-WRITE.
       2850-EXIT.
           EXIT.

      *-----------------------
      * 2900-WRITE-REJECT -- ONE REJECTS-FILE RECORD PER TRANSACTION
      * THAT FAILED VALIDATION OR COULD NOT BE APPLIED
      *-----------------------
       2900-WRITE-REJECT.
           ADD 1 TO MN-COUNT-REJECTED
           MOVE SPACES TO REJECT-RECORD
           MOVE MN-ACTION-CODE TO RJ-ACTION-CODE
           MOVE MN-MERCHANT-ID TO RJ-MERCHANT-ID
           MOVE MN-REJECT-REASON TO RJ-REASON
           WRITE REJECT-RECORD.
       2900-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       3000-PRINT-SUMMARY.
           DISPLAY "MERCHANT-MASTER-MAINT BATCH SUMMARY"
           DISPLAY "  TRANSACTIONS READ: " MN-COUNT-READ
           DISPLAY "  ADDS APPLIED.....: " MN-COUNT-ADDED
           DISPLAY "  CHANGES APPLIED..: " MN-COUNT-CHANGED
           DISPLAY "  CLOSES APPLIED...: " MN-COUNT-CLOSED
           DISPLAY "  REJECTED.........: " MN-COUNT-REJECTED
           DISPLAY "  PRENOTES SENT....: " MN-COUNT-PRENOTED
           DISPLAY "  PRENOTES CLEARED.: " MN-COUNT-CLEARED
           EVALUATE TRUE
               WHEN MN-WRITE-ERROR
                   DISPLAY "*** MERCHANT MASTER NOT REWRITTEN -- "
                       "RERUN ONCE THE FILE ERROR IS CLEARED ***"
                   MOVE 16 TO RETURN-CODE
               WHEN MN-COUNT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 4000-SEND-PRENOTES -- THE DAY'S PRENOTE FILE: ONE ZERO-
      * DOLLAR ENTRY FOR EACH ACCOUNT KEYED TODAY, BATCHED BY THE
      * COMPANY THE MERCHANT IS FUNDED UNDER SO THE PRENOTE COMES
      * FROM THE SAME ORIGINATOR AS THE CREDITS WILL. THE FILE IS
      * WRITTEN ONLY WHEN THERE IS SOMETHING TO SEND, AND GOES ON
      * THE TRANSMISSION REGISTER FOR OPERATIONS TO RELEASE.
      *-----------------------
       4000-SEND-PRENOTES.
           MOVE "N" TO MN-PRE-OPEN-SWITCH
           PERFORM 4100-PRENOTE-ONE-COMPANY THRU 4100-EXIT
               VARYING MN-CO-PASS-SUB FROM 1 BY 1
               UNTIL MN-CO-PASS-SUB > MN-CO-COUNT
                  OR MN-WRITE-ERROR
           IF MN-PRE-OPEN
               PERFORM 4500-CLOSE-PRENOTE-ACH THRU 4500-EXIT
               MOVE "MERCHPRE" TO XT-FILE-NAME
               MOVE "O" TO XT-DIRECTION
               MOVE ACH-RECORD-COUNT TO XT-COUNT
               MOVE 0 TO XT-HASH
               MOVE "P" TO XT-STATUS
               MOVE 0 TO XT-CODE
               CALL "TRANSMISSION-LOG" USING XT-FILE-NAME
                   MN-RUN-DATE XT-DIRECTION XT-COUNT XT-HASH
                   XT-STATUS XT-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRENOTE-ONE-COMPANY.
           MOVE "N" TO MN-CO-BATCH-SWITCH
           PERFORM 4200-PRENOTE-ONE-MERCHANT THRU 4200-EXIT
               VARYING MN-MM-IDX FROM 1 BY 1
               UNTIL MN-MM-IDX > MN-MM-COUNT
                  OR MN-WRITE-ERROR
           IF MN-CO-BATCH-OPEN
               PERFORM 4400-CLOSE-COMPANY-BATCH THRU 4400-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 4200-PRENOTE-ONE-MERCHANT -- A FLAGGED MERCHANT IN THIS
      * COMPANY'S PASS GETS ITS ENTRY; A COMPANY SINCE DROPPED
      * FROM THE COMPANY MASTER FALLS TO THE PRIMARY COMPANY'S
      * PASS, AS IN THE FUNDING RUN
      *-----------------------
       4200-PRENOTE-ONE-MERCHANT.
           IF MN-MM-PRENOTE-FLAG(MN-MM-IDX) NOT = "Y"
               GO TO 4200-EXIT
           END-IF
           MOVE MN-MM-IMAGE(MN-MM-IDX) TO MERCHANT-MASTER-WORK
           MOVE MM-COMPANY-CODE TO MN-CO-LOOKUP-CODE
           PERFORM 1250-FIND-COMPANY THRU 1250-EXIT
           IF MN-CO-SUB = 0
               MOVE MN-CO-PRIMARY-SUB TO MN-CO-SUB
           END-IF
           IF MN-CO-SUB NOT = MN-CO-PASS-SUB
               GO TO 4200-EXIT
           END-IF
           IF NOT MN-PRE-OPEN
               PERFORM 4250-OPEN-PRENOTE-ACH THRU 4250-EXIT
               IF MN-WRITE-ERROR
                   GO TO 4200-EXIT
               END-IF
           END-IF
           IF NOT MN-CO-BATCH-OPEN
               PERFORM 4300-OPEN-COMPANY-BATCH THRU 4300-EXIT
           END-IF
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQ
           ADD 1 TO ACH-RECORD-COUNT
           MOVE "23" TO AED-TRAN-CODE
           MOVE MM-BANK-ROUTING TO ACH-ROUTING-WORK
           MOVE ACH-ROUTING-FIRST-8 TO AED-RDFI-ROUTING
           MOVE ACH-ROUTING-CHECK TO AED-RDFI-CHECK
           ADD ACH-ROUTING-FIRST-8 TO ACH-ENTRY-HASH
           MOVE MM-BANK-ACCOUNT TO AED-ACCOUNT
           MOVE 0 TO AED-AMOUNT
           MOVE MM-MERCHANT-ID TO AED-INDIV-ID
           MOVE MM-NAME TO AED-INDIV-NAME
           MOVE ACH-ODFI-ID TO AED-TRACE-ODFI
           MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
           MOVE ACH-ENTRY-DETAIL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO MN-COUNT-PRENOTED.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 4250-OPEN-PRENOTE-ACH -- THE PRENOTE TRANSMISSION OPENS
      * LIKE EVERY NACHA FILE THE SHOP WRITES, UNDER THE PRIMARY
      * COMPANY, EFFECTIVE THE NEXT BANKING DAY
      *-----------------------
       4250-OPEN-PRENOTE-ACH.
           OPEN OUTPUT PRENOTE-ACH-FILE
           IF MN-PRE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN PRENOTE-ACH FILE -- "
                   "STATUS " MN-PRE-STATUS " ***"
               SET MN-WRITE-ERROR TO TRUE
               GO TO 4250-EXIT
           END-IF
           SET MN-PRE-OPEN TO TRUE
           MOVE 0 TO ACH-TRACE-SEQ
           MOVE 0 TO ACH-RECORD-COUNT
           MOVE 0 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-FILE-ENTRY-COUNT
           MOVE 0 TO ACH-FILE-ENTRY-HASH
           ACCEPT ACH-CREATE-TIME FROM TIME
           MOVE SPACES TO AFH-IMMED-DEST
           MOVE ACH-DEST-ROUTING TO AFH-IMMED-DEST(2:9)
           MOVE MN-CO-ACH-ID(MN-CO-PRIMARY-SUB) TO AFH-IMMED-ORIGIN
           MOVE MN-RUN-DATE(3:6) TO AFH-CREATE-DATE
           MOVE ACH-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE MN-CO-ACH-NAME(MN-CO-PRIMARY-SUB) TO AFH-ORIGIN-NAME
           MOVE ACH-FILE-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE MN-RUN-DATE(3:6) TO ABH-DESC-DATE
           MOVE "N" TO MN-BK-FUNCTION
           MOVE MN-RUN-DATE TO MN-BK-DATE-1
           CALL "BANKING-DAY" USING MN-BK-FUNCTION
               MN-BK-DATE-1 MN-BK-DATE-2
               MN-BK-RESULT-DATE MN-BK-RESULT-COUNT
           MOVE MN-BK-RESULT-DATE(3:6) TO ABH-EFF-DATE
           MOVE ACH-ODFI-ID TO ABH-ODFI.
       4250-EXIT.
           EXIT.

       4300-OPEN-COMPANY-BATCH.
           SET MN-CO-BATCH-OPEN TO TRUE
           ADD 1 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO ACH-ENTRY-HASH
           MOVE MN-CO-ACH-NAME(MN-CO-PASS-SUB) TO ABH-COMPANY-NAME
           MOVE MN-CO-ACH-ID(MN-CO-PASS-SUB) TO ABH-COMPANY-ID
           MOVE ACH-BATCH-TOTAL TO ABH-BATCH-NO
           MOVE ACH-BATCH-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT.
       4300-EXIT.
           EXIT.

       4400-CLOSE-COMPANY-BATCH.
           MOVE ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
           MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE 0 TO ABC-TOTAL-DEBIT
           MOVE 0 TO ABC-TOTAL-CREDIT
           MOVE MN-CO-ACH-ID(MN-CO-PASS-SUB) TO ABC-COMPANY-ID
           MOVE ACH-ODFI-ID TO ABC-ODFI
           MOVE ACH-BATCH-TOTAL TO ABC-BATCH-NO
           MOVE ACH-BATCH-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           ADD ACH-ENTRY-COUNT TO ACH-FILE-ENTRY-COUNT
           ADD ACH-ENTRY-HASH TO ACH-FILE-ENTRY-HASH
           MOVE "N" TO MN-CO-BATCH-SWITCH.
       4400-EXIT.
           EXIT.

       4500-CLOSE-PRENOTE-ACH.
           MOVE ACH-BATCH-TOTAL TO AFC-BATCH-COUNT
           MOVE ACH-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-TOTAL-DEBIT
           MOVE 0 TO AFC-TOTAL-CREDIT
           ADD 1 TO ACH-RECORD-COUNT
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
           MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE ACH-FILE-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           COMPUTE ACH-FILL-COUNT =
               (ACH-BLOCK-COUNT * 10) - ACH-RECORD-COUNT
           PERFORM 4550-WRITE-ACH-FILL THRU 4550-EXIT
               ACH-FILL-COUNT TIMES
           CLOSE PRENOTE-ACH-FILE.
       4500-EXIT.
           EXIT.

       4550-WRITE-ACH-FILL.
           MOVE ACH-FILL-RECORD TO DD-RECORD
           WRITE DD-RECORD.
       4550-EXIT.
           EXIT.

      *-----------------------
      * 5000-REWRITE-MASTER -- THE MAINTAINED TABLE GOES BACK OUT
      * AS THE NEW MERCHANT MASTER, IN THE ORDER IT WAS READ WITH
      * TODAY'S ADDS ON THE END
      *-----------------------
       5000-REWRITE-MASTER.
           OPEN OUTPUT MERCHANT-MASTER-FILE
           IF MN-MMS-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE MERCHANT-MASTER FILE -- "
                   "STATUS " MN-MMS-STATUS " ***"
               SET MN-WRITE-ERROR TO TRUE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-WRITE-ONE-MERCHANT THRU 5100-EXIT
               VARYING MN-MM-IDX FROM 1 BY 1
               UNTIL MN-MM-IDX > MN-MM-COUNT
           CLOSE MERCHANT-MASTER-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-MERCHANT.
           MOVE MN-MM-IMAGE(MN-MM-IDX) TO MERCHANT-MASTER-RECORD
           WRITE MERCHANT-MASTER-RECORD.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE MN-COUNT-READ TO JV-RECORDS-READ
           COMPUTE JV-RECORDS-WRITTEN = MN-COUNT-ADDED
               + MN-COUNT-CHANGED + MN-COUNT-CLOSED
           MOVE MN-COUNT-REJECTED TO JV-RECORDS-REJECTED
           MOVE 0 TO JV-AMOUNT-TOTAL
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MN-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE CHANGE-REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE CHANGE-HISTORY-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MERCHANT-MASTER-MAINT.
