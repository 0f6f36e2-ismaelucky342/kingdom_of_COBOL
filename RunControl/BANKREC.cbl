       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BANK-RECONCILIATION.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. Money leaves and enters the
      *                  bank through the payroll NACHA file, the
      *                  supplemental, deduction-remittance,
      *                  merchant-funding and reversal ACH files,
      *                  paper checks on CHKREG, and ACH returns,
      *                  and only the checks were ever reconciled
      *                  (POSITIVE-PAY). This job reads the bank's
      *                  prior-day statement (BAI2) for our
      *                  operating and disbursement accounts. Every
      *                  NACHA batch and every bank return is first
      *                  registered on the keyed expected-items file
      *                  (BANKEXP), so an item waits there until the
      *                  bank shows it. Each statement transaction
      *                  is then matched: ACH by effective date and
      *                  batch total, returns by amount, paid checks
      *                  by check number against the register.
      *                  Unmatched bank items and expected items
      *                  past their effective date go to the
      *                  exceptions list. Each account closes with
      *                  the standard reconciliation: the bank's
      *                  closing ledger balance, the outstanding
      *                  checks and ACH items, the adjusted bank
      *                  balance, and the cash account's GLMAST
      *                  book balance against it.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-STM-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-ACT-STATUS.
           SELECT OPTIONAL EXPECTED-ITEM-FILE ASSIGN TO "BANKEXP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS BK-EXP-STATUS.
           SELECT OPTIONAL PAYROLL-ACH-FILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-ACH-STATUS.
           SELECT OPTIONAL SUPPLEMENTAL-ACH-FILE ASSIGN TO "SUPACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-ACH-STATUS.
           SELECT OPTIONAL REMITTANCE-ACH-FILE ASSIGN TO "DEDACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-ACH-STATUS.
           SELECT OPTIONAL MERCHANT-ACH-FILE ASSIGN TO "MERCHACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-ACH-STATUS.
           SELECT OPTIONAL REVERSAL-ACH-FILE ASSIGN TO "REVACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-ACH-STATUS.
           SELECT OPTIONAL BANK-RETURN-FILE ASSIGN TO "BANKRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-RTN-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS BK-REG-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS BK-MST-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "BANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "BANKEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-EXC-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * THE BANK'S PRIOR-DAY STATEMENT, BAI2 RECORDS: COMMA-
      * SEPARATED FIELDS ENDED BY A SLASH, THE RECORD CODE FIRST
       FD  BANK-STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(200).

      * ONE RECORD PER BANK ACCOUNT WE RECONCILE: THE ACCOUNT NUMBER
      * AS THE BANK PRINTS IT ON THE STATEMENT, ITS GL CASH ACCOUNT,
      * AND ITS ROLE. CHECKS AND THE PAYROLL-SIDE ACH (PAYROLL,
      * SUPPLEMENTAL, REMITTANCE, REVERSALS, RETURNS) CLEAR THE
      * DISBURSEMENT ACCOUNT; MERCHANT FUNDING CLEARS OPERATING.
       FD  BANK-ACCOUNT-FILE.
       01  BANK-ACCOUNT-RECORD.
           05  BA-BANK-ACCOUNT         PIC X(17).
           05  BA-GL-ACCOUNT           PIC X(06).
           05  BA-ROLE                 PIC X(01).
               88  BA-OPERATING            VALUE "O".
               88  BA-DISBURSEMENT         VALUE "D".
           05  BA-NAME                 PIC X(20).

      * EVERY MONEY MOVEMENT WE ORIGINATED OR WERE TOLD OF, UNTIL
      * THE BANK SHOWS IT. KEYED BY THE CHANNEL AND THE ITEM'S OWN
      * REFERENCE -- FOR AN ACH BATCH THE FILE'S CREATION DATE AND
      * TIME AND THE BATCH NUMBER, FOR A RETURN THE EMPLOYEE,
      * ACCOUNT AND REASON -- SO A FILE SEEN TWICE IS REGISTERED
      * ONCE.
       FD  EXPECTED-ITEM-FILE.
       01  EXPECTED-ITEM-RECORD.
           05  EX-KEY.
               10  EX-SOURCE           PIC X(05).
               10  EX-REFERENCE        PIC X(20).
      * D THE BANK WILL DEBIT US, C THE BANK WILL CREDIT US
           05  EX-BANK-SIDE            PIC X(01).
           05  EX-EFF-DATE             PIC 9(08).
           05  EX-AMOUNT               PIC 9(10)V9(02).
           05  EX-ROLE                 PIC X(01).
           05  EX-STATUS               PIC X(01).
               88  EX-OUTSTANDING          VALUE "O".
               88  EX-MATCHED              VALUE "M".
           05  EX-ADDED-DATE           PIC 9(08).
           05  EX-MATCHED-DATE         PIC 9(08).
           05  EX-BANK-REF             PIC X(16).

      * THE NACHA FILES, READ AS 94-BYTE IMAGES INTO BK-ACH-LINE
       FD  PAYROLL-ACH-FILE.
       01  PAYROLL-ACH-RECORD          PIC X(94).

       FD  SUPPLEMENTAL-ACH-FILE.
       01  SUPPLEMENTAL-ACH-RECORD     PIC X(94).

       FD  REMITTANCE-ACH-FILE.
       01  REMITTANCE-ACH-RECORD       PIC X(94).

       FD  MERCHANT-ACH-FILE.
       01  MERCHANT-ACH-RECORD         PIC X(94).

       FD  REVERSAL-ACH-FILE.
       01  REVERSAL-ACH-RECORD         PIC X(94).

      * THE BANK'S RETURN/NOC FILE, SAME LAYOUT ACH-RETURN-PROCESS
      * READS
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           05  BR-ENTRY-TYPE           PIC X(01).
               88  BR-IS-RETURN            VALUE "R".
               88  BR-IS-NOC               VALUE "C".
           05  BR-EMP-ID               PIC 9(05).
           05  BR-BANK-ROUTING         PIC 9(09).
           05  BR-BANK-ACCOUNT         PIC 9(12).
           05  BR-REASON-CODE          PIC X(03).
           05  BR-CORR-ROUTING         PIC 9(09).
           05  BR-CORR-ACCOUNT         PIC 9(12).
           05  BR-AMOUNT-CENTS         PIC 9(10).

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD.
           05  GM-KEY.
               10  GM-ACCOUNT-CODE     PIC X(06).
               10  GM-PERIOD           PIC 9(06).
               10  GM-ENTITY           PIC X(02).
           05  GM-DEBITS               PIC 9(11)V9(02).
           05  GM-CREDITS              PIC 9(11)V9(02).
           05  GM-BALANCE              PIC S9(11)V9(02).

       FD  RECON-REPORT-FILE.
       01  RR-LINE                     PIC X(100).

       FD  EXCEPTION-FILE.
       01  XR-LINE                     PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  BK-STM-STATUS            PIC X(02) VALUE "00".
       01  BK-ACT-STATUS            PIC X(02) VALUE "00".
       01  BK-EXP-STATUS            PIC X(02) VALUE "00".
       01  BK-ACH-STATUS            PIC X(02) VALUE "00".
       01  BK-RTN-STATUS            PIC X(02) VALUE "00".
       01  BK-REG-STATUS            PIC X(02) VALUE "00".
       01  BK-MST-STATUS            PIC X(02) VALUE "00".
       01  BK-RPT-STATUS            PIC X(02) VALUE "00".
       01  BK-EXC-STATUS            PIC X(02) VALUE "00".
       01  BK-STM-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-STATEMENT        VALUE "Y".
       01  BK-ACT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-ACCOUNTS         VALUE "Y".
       01  BK-EXP-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-EXPECTED         VALUE "Y".
       01  BK-ACH-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-ACH-FILE         VALUE "Y".
       01  BK-RTN-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-RETURNS          VALUE "Y".
       01  BK-REG-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-REGISTER         VALUE "Y".
       01  BK-MST-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-GL-MASTER        VALUE "Y".
       01  BK-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  BK-OPEN-ERROR           VALUE "Y".
       01  BK-REFUSED-SWITCH        PIC X(01) VALUE "N".
           88  BK-REFUSED              VALUE "Y".
       01  BK-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  BK-FOUND                VALUE "Y".
       01  BK-AMOUNT-SWITCH         PIC X(01) VALUE "N".
           88  BK-AMOUNT-VALID         VALUE "Y".

       01  BK-RUN-DATE              PIC 9(08).
      * THE STATEMENT'S AS-OF DATE (02 RECORD) AND ITS PERIOD --
      * EVERYTHING IS RECONCILED AS AT THIS DATE
       01  BK-AS-OF-DATE            PIC 9(08) VALUE 0.
       01  BK-AS-OF-PERIOD          PIC 9(06) VALUE 0.
       01  BK-YYMMDD                PIC 9(06) VALUE 0.

      * ONE BAI2 RECORD SPLIT AT ITS COMMAS
       01  BK-FIELD-AREA.
           05  BK-FIELD OCCURS 14 TIMES PIC X(30).
       01  BK-RECORD-CODE           PIC X(02).
       01  BK-FIELD-SUB             PIC 9(02) VALUE 0.
       01  BK-EXTRA-FIELDS          PIC 9(01) VALUE 0.
       01  BK-TYPE-CODE             PIC 9(03) VALUE 0.

      * TEXT-TO-AMOUNT WORK -- BAI2 AMOUNTS ARE WHOLE CENTS WITH AN
      * OPTIONAL SIGN AND NO DECIMAL POINT
       01  BK-AMT-TEXT              PIC X(30).
       01  BK-AMT-LENGTH            PIC 9(02) VALUE 0.
       01  BK-AMT-NEGATIVE          PIC X(01) VALUE "N".
       01  BK-AMT-DIGITS            PIC X(15) JUSTIFIED RIGHT.
       01  BK-AMT-NUMBER REDEFINES BK-AMT-DIGITS PIC 9(15).
       01  BK-AMT-VALUE             PIC S9(13)V9(02) VALUE 0.

      * THE BANK ACCOUNTS WE RECONCILE, WITH THE STATEMENT'S FIGURES
      * AND THE OUTSTANDING ITEMS GATHERED AGAINST EACH
       01  BK-ACCOUNT-TABLE.
           05  BK-ACCOUNT-ENTRY OCCURS 10 TIMES
                   INDEXED BY BK-ACCT-IDX.
               10  BK-AC-BANK-ACCOUNT  PIC X(17).
               10  BK-AC-GL-ACCOUNT    PIC X(06).
               10  BK-AC-ROLE          PIC X(01).
               10  BK-AC-NAME          PIC X(20).
               10  BK-AC-ON-STATEMENT  PIC X(01).
               10  BK-AC-OPENING       PIC S9(13)V9(02).
               10  BK-AC-CLOSING       PIC S9(13)V9(02).
               10  BK-AC-OUT-CHECKS    PIC 9(11)V9(02).
               10  BK-AC-OUT-CHECK-CT  PIC 9(05).
               10  BK-AC-OUT-DEBITS    PIC 9(11)V9(02).
               10  BK-AC-OUT-DEBIT-CT  PIC 9(05).
               10  BK-AC-OUT-CREDITS   PIC 9(11)V9(02).
               10  BK-AC-OUT-CREDIT-CT PIC 9(05).
       01  BK-ACCOUNT-COUNT         PIC 9(02) VALUE 0.
       01  BK-ACCT-SUB              PIC 9(02) VALUE 0.
      * THE ACCOUNT THE STATEMENT'S CURRENT 03 GROUP IS FOR; ZERO
      * WHEN IT IS ONE WE DO NOT RECONCILE
       01  BK-CURRENT-ACCT          PIC 9(02) VALUE 0.
       01  BK-CURRENT-BANK-ACCOUNT  PIC X(17) VALUE SPACES.
      * THE FIRST DISBURSEMENT ACCOUNT -- WHERE CHECKS CLEAR
       01  BK-CHECK-ACCT            PIC 9(02) VALUE 0.

      * THE EXPECTED-ITEMS REGISTER, HELD WHOLE. BK-EX-CHANGE IS N
      * FOR AN ITEM REGISTERED THIS RUN, U FOR ONE MATCHED THIS RUN;
      * BK-EX-USED MARKS AN ITEM ALREADY PAIRED WITH A STATEMENT
      * LINE IN THIS RUN.
       01  BK-EXPECTED-TABLE.
           05  BK-EXPECTED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BK-EXP-IDX.
               10  BK-EX-SOURCE        PIC X(05).
               10  BK-EX-REFERENCE     PIC X(20).
               10  BK-EX-BANK-SIDE     PIC X(01).
               10  BK-EX-EFF-DATE      PIC 9(08).
               10  BK-EX-AMOUNT        PIC 9(10)V9(02).
               10  BK-EX-ROLE          PIC X(01).
               10  BK-EX-STATUS        PIC X(01).
               10  BK-EX-ADDED-DATE    PIC 9(08).
               10  BK-EX-MATCHED-DATE  PIC 9(08).
               10  BK-EX-BANK-REF      PIC X(16).
               10  BK-EX-CHANGE        PIC X(01).
               10  BK-EX-USED          PIC X(01).
       01  BK-EXPECTED-COUNT        PIC 9(04) VALUE 0.
       01  BK-EXP-SUB               PIC 9(04) VALUE 0.

      * THE NACHA FILES IN THE ORDER THEY ARE REGISTERED, WITH THE
      * CHANNEL NAME EACH CARRIES ON THE REGISTER
       01  BK-ACH-SOURCES.
           05  FILLER               PIC X(06) VALUE "PAYRLD".
           05  FILLER               PIC X(06) VALUE "SUPPLD".
           05  FILLER               PIC X(06) VALUE "DEDRMD".
           05  FILLER               PIC X(06) VALUE "MERCHO".
           05  FILLER               PIC X(06) VALUE "REVRSD".
       01  BK-ACH-SOURCE-TABLE REDEFINES BK-ACH-SOURCES.
           05  BK-ACH-SOURCE-ENTRY OCCURS 5 TIMES.
               10  BK-ACH-SOURCE       PIC X(05).
               10  BK-ACH-ROLE         PIC X(01).
       01  BK-ACH-FILE-SUB          PIC 9(01) VALUE 0.

      * ONE NACHA RECORD AND THE FIELDS THE MATCH NEEDS FROM ITS
      * FILE HEADER (1), BATCH HEADER (5) AND BATCH CONTROL (8)
       01  BK-ACH-LINE.
           05  BK-ACH-RECORD-TYPE      PIC X(01).
           05  FILLER                  PIC X(93).
       01  ACH-FILE-HEADER REDEFINES BK-ACH-LINE.
           05  FILLER               PIC X(03).
           05  AFH-IMMED-DEST       PIC X(10).
           05  AFH-IMMED-ORIGIN     PIC X(10).
           05  AFH-CREATE-DATE      PIC 9(06).
           05  AFH-CREATE-TIME      PIC 9(04).
           05  FILLER               PIC X(61).
       01  ACH-BATCH-HEADER REDEFINES BK-ACH-LINE.
           05  FILLER               PIC X(04).
           05  ABH-COMPANY-NAME     PIC X(16).
           05  FILLER               PIC X(20).
           05  ABH-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(13).
           05  ABH-DESC-DATE        PIC 9(06).
           05  ABH-EFF-DATE         PIC 9(06).
           05  FILLER               PIC X(04).
           05  ABH-ODFI             PIC X(08).
           05  ABH-BATCH-NO         PIC 9(07).
       01  ACH-BATCH-CONTROL REDEFINES BK-ACH-LINE.
           05  FILLER               PIC X(04).
           05  ABC-ENTRY-COUNT      PIC 9(06).
           05  ABC-ENTRY-HASH       PIC 9(10).
           05  ABC-TOTAL-DEBIT      PIC 9(12).
           05  ABC-TOTAL-CREDIT     PIC 9(12).
           05  ABC-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(25).
           05  ABC-ODFI             PIC X(08).
           05  ABC-BATCH-NO         PIC 9(07).
       01  BK-FILE-CREATED          PIC X(10) VALUE SPACES.
       01  BK-BATCH-EFF-DATE        PIC 9(08) VALUE 0.
       01  BK-BATCH-NET             PIC S9(11)V9(02) VALUE 0.

      * THE ITEM BEING REGISTERED
       01  BK-NEW-KEY.
           05  BK-NEW-SOURCE        PIC X(05).
           05  BK-NEW-REFERENCE     PIC X(20).
       01  BK-NEW-SIDE              PIC X(01).
       01  BK-NEW-EFF-DATE          PIC 9(08).
       01  BK-NEW-AMOUNT            PIC 9(10)V9(02).
       01  BK-NEW-ROLE              PIC X(01).

      * THE STATEMENT TRANSACTION IN HAND
       01  BK-ITEM-SIDE             PIC X(01).
       01  BK-ITEM-AMOUNT           PIC 9(10)V9(02).
       01  BK-ITEM-BANK-REF         PIC X(16).
       01  BK-ITEM-CUST-REF         PIC X(16).
       01  BK-ITEM-TEXT             PIC X(30).
       01  BK-ITEM-CHECK-NO         PIC 9(08).
       01  BK-ITEM-ROLE             PIC X(01).
       01  BK-ITEM-KIND             PIC X(01).
           88  BK-ITEM-IS-CHECK        VALUE "K".
           88  BK-ITEM-IS-ACH          VALUE "A".
           88  BK-ITEM-IS-OTHER        VALUE "O".
       01  BK-EXCEPTION-TEXT        PIC X(40).

      * CHECKS PAID ON THIS STATEMENT -- A CHECK PRESENTED TWICE IS
      * FLAGGED, AND NONE OF THESE IS OUTSTANDING
       01  BK-PAID-TABLE.
           05  BK-PAID-CHECK OCCURS 3000 TIMES
                   INDEXED BY BK-PAID-IDX  PIC 9(08).
       01  BK-PAID-COUNT            PIC 9(04) VALUE 0.

      * COUNTS
       01  BK-COUNT-DETAIL          PIC 9(05) VALUE 0.
       01  BK-COUNT-MATCHED         PIC 9(05) VALUE 0.
       01  BK-COUNT-BANK-EXCP       PIC 9(05) VALUE 0.
       01  BK-COUNT-EXPECTED-EXCP   PIC 9(05) VALUE 0.
       01  BK-COUNT-REGISTERED      PIC 9(05) VALUE 0.
       01  BK-COUNT-UNRECONCILED    PIC 9(02) VALUE 0.

      * RECONCILIATION FIGURES FOR THE ACCOUNT IN HAND
       01  BK-BOOK-BALANCE          PIC S9(13)V9(02) VALUE 0.
       01  BK-ADJUSTED-BANK         PIC S9(13)V9(02) VALUE 0.
       01  BK-DIFFERENCE            PIC S9(13)V9(02) VALUE 0.

      * REPORT LINES
       01  RR-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "BANK RECONCILIATION        RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(19) VALUE
               "  STATEMENT AS OF  ".
           05  RH-AS-OF-DATE       PIC 9(08).

       01  RR-ACCOUNT-LINE.
           05  FILLER              PIC X(13) VALUE "BANK ACCOUNT ".
           05  RA-BANK-ACCOUNT     PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-NAME             PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-ROLE             PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "GL ACCOUNT ".
           05  RA-GL-ACCOUNT       PIC X(06).

       01  RR-ITEM-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RI-LABEL            PIC X(18).
           05  RI-REFERENCE        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RI-DATE-LABEL       PIC X(08).
           05  RI-DATE             PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RI-SIDE             PIC X(06).
           05  RI-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RR-FIGURE-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RF-LABEL            PIC X(40).
           05  RF-COUNT-AREA.
               10  RF-COUNT        PIC ZZ,ZZ9.
               10  RF-COUNT-LABEL  PIC X(08).
           05  RF-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RF-VERDICT          PIC X(20).

       01  XR-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "BANK RECONCILIATION EXCEPTIONS     ".
           05  FILLER              PIC X(09) VALUE "AS OF    ".
           05  XH-AS-OF-DATE       PIC 9(08).

       01  XR-DETAIL-LINE.
           05  XD-KIND             PIC X(09).
           05  XD-ACCOUNT          PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  XD-REFERENCE        PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  XD-SIDE             PIC X(01).
           05  XD-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  XD-TEXT             PIC X(27).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "BANK-RECONCILIATION".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT BK-OPEN-ERROR AND NOT BK-REFUSED
               PERFORM 2000-READ-STATEMENT THRU 2000-EXIT
           END-IF
           IF NOT BK-OPEN-ERROR AND NOT BK-REFUSED
               PERFORM 3000-UNMATCHED-EXPECTED THRU 3000-EXIT
               PERFORM 4000-RECONCILE-ACCOUNT THRU 4000-EXIT
                   VARYING BK-ACCT-SUB FROM 1 BY 1
                   UNTIL BK-ACCT-SUB > BK-ACCOUNT-COUNT
               PERFORM 5000-SAVE-REGISTER THRU 5000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN BK-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN BK-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN BK-COUNT-BANK-EXCP > 0
                 OR BK-COUNT-EXPECTED-EXCP > 0
                 OR BK-COUNT-UNRECONCILED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- OPEN THE FILES, LOAD THE ACCOUNTS AND
      * THE REGISTER, REGISTER TODAY'S NACHA BATCHES AND RETURNS,
      * AND FIND THE STATEMENT'S AS-OF DATE
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING BK-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME BK-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF BK-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-ACCOUNTS THRU 1200-EXIT
           PERFORM 1300-FIND-AS-OF-DATE THRU 1300-EXIT
           MOVE BK-RUN-DATE TO RH-RUN-DATE
           MOVE BK-AS-OF-DATE TO RH-AS-OF-DATE
           MOVE RR-HDR-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE BK-AS-OF-DATE TO XH-AS-OF-DATE
           MOVE XR-HDR-LINE TO XR-LINE
           WRITE XR-LINE
           IF BK-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-REGISTER THRU 1400-EXIT
           PERFORM 1500-REGISTER-ACH-FILE THRU 1500-EXIT
               VARYING BK-ACH-FILE-SUB FROM 1 BY 1
               UNTIL BK-ACH-FILE-SUB > 5
           PERFORM 1600-REGISTER-RETURNS THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN OUTPUT RECON-REPORT-FILE
           IF BK-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RECONCILIATION REPORT -- "
                   "STATUS " BK-RPT-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF BK-EXC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EXCEPTION LIST -- "
                   "STATUS " BK-EXC-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT BANK-ACCOUNT-FILE
           IF BK-ACT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN BANK-ACCOUNT FILE -- "
                   "STATUS " BK-ACT-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O EXPECTED-ITEM-FILE
           IF BK-EXP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EXPECTED-ITEMS REGISTER "
                   "-- STATUS " BK-EXP-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT CHECK-REGISTER-FILE
           IF BK-REG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHECK REGISTER -- "
                   "STATUS " BK-REG-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT GL-MASTER-FILE
           IF BK-MST-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-MASTER FILE -- "
                   "STATUS " BK-MST-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ACCOUNTS.
           MOVE 0 TO BK-ACCOUNT-COUNT
           PERFORM 1210-READ-ACCOUNT THRU 1210-EXIT
           PERFORM 1220-STORE-ACCOUNT THRU 1220-EXIT
               UNTIL END-OF-ACCOUNTS
                  OR BK-ACCOUNT-COUNT >= 10
           CLOSE BANK-ACCOUNT-FILE
           IF BK-ACCOUNT-COUNT = 0
               DISPLAY "*** NO BANK ACCOUNTS ON BANKACCT -- NOTHING "
                   "TO RECONCILE ***"
               SET BK-REFUSED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-ACCOUNT.
           READ BANK-ACCOUNT-FILE
               AT END
                   SET END-OF-ACCOUNTS TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-ACCOUNT.
           ADD 1 TO BK-ACCOUNT-COUNT
           MOVE BK-ACCOUNT-COUNT TO BK-ACCT-SUB
           MOVE BA-BANK-ACCOUNT TO BK-AC-BANK-ACCOUNT(BK-ACCT-SUB)
           MOVE BA-GL-ACCOUNT TO BK-AC-GL-ACCOUNT(BK-ACCT-SUB)
           MOVE BA-ROLE TO BK-AC-ROLE(BK-ACCT-SUB)
           MOVE BA-NAME TO BK-AC-NAME(BK-ACCT-SUB)
           MOVE "N" TO BK-AC-ON-STATEMENT(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OPENING(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-CLOSING(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OUT-CHECKS(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OUT-CHECK-CT(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OUT-DEBITS(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OUT-DEBIT-CT(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OUT-CREDITS(BK-ACCT-SUB)
           MOVE 0 TO BK-AC-OUT-CREDIT-CT(BK-ACCT-SUB)
           IF BA-DISBURSEMENT AND BK-CHECK-ACCT = 0
               MOVE BK-ACCT-SUB TO BK-CHECK-ACCT
           END-IF
           PERFORM 1210-READ-ACCOUNT THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-FIND-AS-OF-DATE -- THE GROUP HEADER (02) CARRIES THE
      * DATE THE STATEMENT IS AS OF, YYMMDD IN ITS FOURTH FIELD. NO
      * STATEMENT, OR NONE WITH A DATE, AND THERE IS NOTHING TO
      * RECONCILE AGAINST.
      *-----------------------
       1300-FIND-AS-OF-DATE.
           OPEN INPUT BANK-STATEMENT-FILE
           IF BK-STM-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN BANK STATEMENT -- STATUS "
                   BK-STM-STATUS " ***"
               SET BK-OPEN-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-SCAN-FOR-GROUP THRU 1310-EXIT
               UNTIL END-OF-STATEMENT
                  OR BK-AS-OF-DATE NOT = 0
           CLOSE BANK-STATEMENT-FILE
           MOVE "N" TO BK-STM-EOF-SWITCH
           IF BK-AS-OF-DATE = 0
               DISPLAY "*** NO STATEMENT GROUP HEADER WITH AN AS-OF "
                   "DATE -- NOTHING RECONCILED ***"
               SET BK-REFUSED TO TRUE
           END-IF
           DIVIDE BK-AS-OF-DATE BY 100 GIVING BK-AS-OF-PERIOD.
       1300-EXIT.
           EXIT.

       1310-SCAN-FOR-GROUP.
           READ BANK-STATEMENT-FILE
               AT END
                   SET END-OF-STATEMENT TO TRUE
                   GO TO 1310-EXIT
           END-READ
           PERFORM 8000-SPLIT-RECORD THRU 8000-EXIT
           IF BK-RECORD-CODE = "02"
               AND BK-FIELD(5)(1:6) IS NUMERIC
               MOVE BK-FIELD(5)(1:6) TO BK-YYMMDD
               COMPUTE BK-AS-OF-DATE = 20000000 + BK-YYMMDD
           END-IF.
       1310-EXIT.
           EXIT.

      *-----------------------
      * 1400-LOAD-REGISTER -- THE WHOLE EXPECTED-ITEMS REGISTER,
      * OUTSTANDING AND MATCHED; A MATCHED ITEM STAYS IN PLAY FOR A
      * RERUN OF THE SAME STATEMENT
      *-----------------------
       1400-LOAD-REGISTER.
           MOVE 0 TO BK-EXPECTED-COUNT
           PERFORM 1410-READ-REGISTER THRU 1410-EXIT
           PERFORM 1420-STORE-REGISTER THRU 1420-EXIT
               UNTIL END-OF-EXPECTED.
       1400-EXIT.
           EXIT.

       1410-READ-REGISTER.
           READ EXPECTED-ITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-EXPECTED TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-STORE-REGISTER.
           IF BK-EXPECTED-COUNT >= 5000
               DISPLAY "*** MORE THAN 5000 EXPECTED ITEMS ON THE "
                   "REGISTER -- NOTHING RECONCILED ***"
               SET BK-REFUSED TO TRUE
               SET END-OF-EXPECTED TO TRUE
               GO TO 1420-EXIT
           END-IF
           ADD 1 TO BK-EXPECTED-COUNT
           MOVE BK-EXPECTED-COUNT TO BK-EXP-SUB
           MOVE EX-SOURCE TO BK-EX-SOURCE(BK-EXP-SUB)
           MOVE EX-REFERENCE TO BK-EX-REFERENCE(BK-EXP-SUB)
           MOVE EX-BANK-SIDE TO BK-EX-BANK-SIDE(BK-EXP-SUB)
           MOVE EX-EFF-DATE TO BK-EX-EFF-DATE(BK-EXP-SUB)
           MOVE EX-AMOUNT TO BK-EX-AMOUNT(BK-EXP-SUB)
           MOVE EX-ROLE TO BK-EX-ROLE(BK-EXP-SUB)
           MOVE EX-STATUS TO BK-EX-STATUS(BK-EXP-SUB)
           MOVE EX-ADDED-DATE TO BK-EX-ADDED-DATE(BK-EXP-SUB)
           MOVE EX-MATCHED-DATE TO BK-EX-MATCHED-DATE(BK-EXP-SUB)
           MOVE EX-BANK-REF TO BK-EX-BANK-REF(BK-EXP-SUB)
           MOVE SPACES TO BK-EX-CHANGE(BK-EXP-SUB)
           MOVE "N" TO BK-EX-USED(BK-EXP-SUB)
           PERFORM 1410-READ-REGISTER THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *-----------------------
      * 1500-REGISTER-ACH-FILE -- ONE NACHA FILE: EVERY BATCH IS ONE
      * EXPECTED BANK ITEM FOR ITS NET -- OUR CREDITS TO PAYEES ARE
      * A DEBIT TO OUR ACCOUNT, OUR DEBITS A CREDIT -- ON THE
      * BATCH'S EFFECTIVE DATE. ZERO BATCHES (PRENOTES) ARE SKIPPED.
      *-----------------------
       1500-REGISTER-ACH-FILE.
           MOVE "N" TO BK-ACH-EOF-SWITCH
           MOVE SPACES TO BK-FILE-CREATED
           EVALUATE BK-ACH-FILE-SUB
               WHEN 1
                   OPEN INPUT PAYROLL-ACH-FILE
               WHEN 2
                   OPEN INPUT SUPPLEMENTAL-ACH-FILE
               WHEN 3
                   OPEN INPUT REMITTANCE-ACH-FILE
               WHEN 4
                   OPEN INPUT MERCHANT-ACH-FILE
               WHEN 5
                   OPEN INPUT REVERSAL-ACH-FILE
           END-EVALUATE
           IF BK-ACH-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN "
                   BK-ACH-SOURCE(BK-ACH-FILE-SUB) " ACH FILE -- "
                   "STATUS " BK-ACH-STATUS " -- NOT REGISTERED ***"
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-ACH THRU 1510-EXIT
           PERFORM 1520-TAKE-ACH-RECORD THRU 1520-EXIT
               UNTIL END-OF-ACH-FILE
           EVALUATE BK-ACH-FILE-SUB
               WHEN 1
                   CLOSE PAYROLL-ACH-FILE
               WHEN 2
                   CLOSE SUPPLEMENTAL-ACH-FILE
               WHEN 3
                   CLOSE REMITTANCE-ACH-FILE
               WHEN 4
                   CLOSE MERCHANT-ACH-FILE
               WHEN 5
                   CLOSE REVERSAL-ACH-FILE
           END-EVALUATE.
       1500-EXIT.
           EXIT.

       1510-READ-ACH.
           EVALUATE BK-ACH-FILE-SUB
               WHEN 1
                   READ PAYROLL-ACH-FILE INTO BK-ACH-LINE
                       AT END
                           SET END-OF-ACH-FILE TO TRUE
                   END-READ
               WHEN 2
                   READ SUPPLEMENTAL-ACH-FILE INTO BK-ACH-LINE
                       AT END
                           SET END-OF-ACH-FILE TO TRUE
                   END-READ
               WHEN 3
                   READ REMITTANCE-ACH-FILE INTO BK-ACH-LINE
                       AT END
                           SET END-OF-ACH-FILE TO TRUE
                   END-READ
               WHEN 4
                   READ MERCHANT-ACH-FILE INTO BK-ACH-LINE
                       AT END
                           SET END-OF-ACH-FILE TO TRUE
                   END-READ
               WHEN 5
                   READ REVERSAL-ACH-FILE INTO BK-ACH-LINE
                       AT END
                           SET END-OF-ACH-FILE TO TRUE
                   END-READ
           END-EVALUATE.
       1510-EXIT.
           EXIT.

       1520-TAKE-ACH-RECORD.
           EVALUATE BK-ACH-RECORD-TYPE
               WHEN "1"
                   MOVE AFH-CREATE-DATE TO BK-FILE-CREATED(1:6)
                   MOVE AFH-CREATE-TIME TO BK-FILE-CREATED(7:4)
               WHEN "5"
                   MOVE 0 TO BK-BATCH-EFF-DATE
                   IF ABH-EFF-DATE NUMERIC
                       COMPUTE BK-BATCH-EFF-DATE =
                           20000000 + ABH-EFF-DATE
                   END-IF
               WHEN "8"
                   PERFORM 1530-REGISTER-BATCH THRU 1530-EXIT
           END-EVALUATE
           PERFORM 1510-READ-ACH THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

       1530-REGISTER-BATCH.
           IF ABC-TOTAL-DEBIT NOT NUMERIC
               OR ABC-TOTAL-CREDIT NOT NUMERIC
               GO TO 1530-EXIT
           END-IF
           COMPUTE BK-BATCH-NET =
               (ABC-TOTAL-CREDIT - ABC-TOTAL-DEBIT) / 100
           IF BK-BATCH-NET = 0
               GO TO 1530-EXIT
           END-IF
           MOVE BK-ACH-SOURCE(BK-ACH-FILE-SUB) TO BK-NEW-SOURCE
           MOVE SPACES TO BK-NEW-REFERENCE
           MOVE BK-FILE-CREATED TO BK-NEW-REFERENCE(1:10)
           MOVE ABC-BATCH-NO TO BK-NEW-REFERENCE(11:7)
           IF BK-BATCH-NET > 0
               MOVE "D" TO BK-NEW-SIDE
               MOVE BK-BATCH-NET TO BK-NEW-AMOUNT
           ELSE
               MOVE "C" TO BK-NEW-SIDE
               COMPUTE BK-NEW-AMOUNT = 0 - BK-BATCH-NET
           END-IF
           MOVE BK-BATCH-EFF-DATE TO BK-NEW-EFF-DATE
           MOVE BK-ACH-ROLE(BK-ACH-FILE-SUB) TO BK-NEW-ROLE
           PERFORM 1700-REGISTER-ITEM THRU 1700-EXIT.
       1530-EXIT.
           EXIT.

      *-----------------------
      * 1600-REGISTER-RETURNS -- EVERY RETURN ON THE BANK'S RETURN
      * FILE IS MONEY THE BANK WILL CREDIT BACK TO THE DISBURSEMENT
      * ACCOUNT. NOCS MOVE NO MONEY.
      *-----------------------
       1600-REGISTER-RETURNS.
           OPEN INPUT BANK-RETURN-FILE
           IF BK-RTN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN BANK-RETURN FILE -- "
                   "STATUS " BK-RTN-STATUS " -- NOT REGISTERED ***"
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-READ-RETURN THRU 1610-EXIT
           PERFORM 1620-TAKE-RETURN THRU 1620-EXIT
               UNTIL END-OF-RETURNS
           CLOSE BANK-RETURN-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-RETURN.
           READ BANK-RETURN-FILE
               AT END
                   SET END-OF-RETURNS TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-TAKE-RETURN.
           IF BR-IS-RETURN
               AND BR-AMOUNT-CENTS NUMERIC
               AND BR-AMOUNT-CENTS > 0
               MOVE "RETRN" TO BK-NEW-SOURCE
               MOVE SPACES TO BK-NEW-REFERENCE
               MOVE BR-EMP-ID TO BK-NEW-REFERENCE(1:5)
               MOVE BR-BANK-ACCOUNT TO BK-NEW-REFERENCE(6:12)
               MOVE BR-REASON-CODE TO BK-NEW-REFERENCE(18:3)
               MOVE "C" TO BK-NEW-SIDE
               COMPUTE BK-NEW-AMOUNT = BR-AMOUNT-CENTS / 100
               MOVE BK-RUN-DATE TO BK-NEW-EFF-DATE
               MOVE "D" TO BK-NEW-ROLE
               PERFORM 1700-REGISTER-ITEM THRU 1700-EXIT
           END-IF
           PERFORM 1610-READ-RETURN THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------
      * 1700-REGISTER-ITEM -- ADD THE ITEM IN HAND UNLESS THE
      * REGISTER ALREADY HOLDS ITS KEY
      *-----------------------
       1700-REGISTER-ITEM.
           MOVE "N" TO BK-FOUND-SWITCH
           PERFORM 1710-MATCH-KEY THRU 1710-EXIT
               VARYING BK-EXP-IDX FROM 1 BY 1
               UNTIL BK-EXP-IDX > BK-EXPECTED-COUNT
                  OR BK-FOUND
           IF BK-FOUND
               GO TO 1700-EXIT
           END-IF
           IF BK-EXPECTED-COUNT >= 5000
               DISPLAY "*** EXPECTED-ITEMS TABLE FULL -- "
                   BK-NEW-KEY " NOT REGISTERED ***"
               SET BK-REFUSED TO TRUE
               GO TO 1700-EXIT
           END-IF
           ADD 1 TO BK-EXPECTED-COUNT
           ADD 1 TO BK-COUNT-REGISTERED
           MOVE BK-EXPECTED-COUNT TO BK-EXP-SUB
           MOVE BK-NEW-SOURCE TO BK-EX-SOURCE(BK-EXP-SUB)
           MOVE BK-NEW-REFERENCE TO BK-EX-REFERENCE(BK-EXP-SUB)
           MOVE BK-NEW-SIDE TO BK-EX-BANK-SIDE(BK-EXP-SUB)
           MOVE BK-NEW-EFF-DATE TO BK-EX-EFF-DATE(BK-EXP-SUB)
           MOVE BK-NEW-AMOUNT TO BK-EX-AMOUNT(BK-EXP-SUB)
           MOVE BK-NEW-ROLE TO BK-EX-ROLE(BK-EXP-SUB)
           MOVE "O" TO BK-EX-STATUS(BK-EXP-SUB)
           MOVE BK-RUN-DATE TO BK-EX-ADDED-DATE(BK-EXP-SUB)
           MOVE 0 TO BK-EX-MATCHED-DATE(BK-EXP-SUB)
           MOVE SPACES TO BK-EX-BANK-REF(BK-EXP-SUB)
           MOVE "N" TO BK-EX-CHANGE(BK-EXP-SUB)
           MOVE "N" TO BK-EX-USED(BK-EXP-SUB).
       1700-EXIT.
           EXIT.

       1710-MATCH-KEY.
           IF BK-EX-SOURCE(BK-EXP-IDX) = BK-NEW-SOURCE
               AND BK-EX-REFERENCE(BK-EXP-IDX) = BK-NEW-REFERENCE
               SET BK-FOUND TO TRUE
           END-IF.
       1710-EXIT.
           EXIT.

      *-----------------------
      * 2000-READ-STATEMENT -- AN ACCOUNT HEADER (03) NAMES THE
      * ACCOUNT AND ITS SUMMARY BALANCES; EACH TRANSACTION DETAIL
      * (16) AFTER IT IS MATCHED OR EXCEPTED
      *-----------------------
       2000-READ-STATEMENT.
           OPEN INPUT BANK-STATEMENT-FILE
           PERFORM 2010-READ-STATEMENT-LINE THRU 2010-EXIT
           PERFORM 2100-TAKE-STATEMENT-LINE THRU 2100-EXIT
               UNTIL END-OF-STATEMENT
           CLOSE BANK-STATEMENT-FILE
           PERFORM 2050-CHECK-ACCOUNT-SEEN THRU 2050-EXIT
               VARYING BK-ACCT-SUB FROM 1 BY 1
               UNTIL BK-ACCT-SUB > BK-ACCOUNT-COUNT.
       2000-EXIT.
           EXIT.

       2010-READ-STATEMENT-LINE.
           READ BANK-STATEMENT-FILE
               AT END
                   SET END-OF-STATEMENT TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2050-CHECK-ACCOUNT-SEEN.
           IF BK-AC-ON-STATEMENT(BK-ACCT-SUB) NOT = "Y"
               MOVE "ACCOUNT" TO XD-KIND
               MOVE BK-AC-BANK-ACCOUNT(BK-ACCT-SUB) TO XD-ACCOUNT
               MOVE SPACES TO XD-REFERENCE
               MOVE SPACES TO XD-SIDE
               MOVE 0 TO XD-AMOUNT
               MOVE "NOT ON THE STATEMENT" TO XD-TEXT
               MOVE XR-DETAIL-LINE TO XR-LINE
               WRITE XR-LINE
               ADD 1 TO BK-COUNT-BANK-EXCP
           END-IF.
       2050-EXIT.
           EXIT.

       2100-TAKE-STATEMENT-LINE.
           PERFORM 8000-SPLIT-RECORD THRU 8000-EXIT
           EVALUATE BK-RECORD-CODE
               WHEN "03"
                   PERFORM 2200-ACCOUNT-HEADER THRU 2200-EXIT
               WHEN "16"
                   PERFORM 2300-TRANSACTION-DETAIL THRU 2300-EXIT
           END-EVALUATE
           PERFORM 2010-READ-STATEMENT-LINE THRU 2010-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2200-ACCOUNT-HEADER -- 03,ACCOUNT,CURRENCY, THEN GROUPS OF
      * TYPE CODE, AMOUNT, ITEM COUNT, FUNDS TYPE: 010 IS THE
      * OPENING LEDGER, 015 THE CLOSING LEDGER
      *-----------------------
       2200-ACCOUNT-HEADER.
           MOVE 0 TO BK-CURRENT-ACCT
           MOVE BK-FIELD(2) TO BK-CURRENT-BANK-ACCOUNT
           SET BK-ACCT-IDX TO 1
           SEARCH BK-ACCOUNT-ENTRY
               AT END
                   MOVE "ACCOUNT" TO XD-KIND
                   MOVE BK-CURRENT-BANK-ACCOUNT TO XD-ACCOUNT
                   MOVE SPACES TO XD-REFERENCE
                   MOVE SPACES TO XD-SIDE
                   MOVE 0 TO XD-AMOUNT
                   MOVE "NOT ON BANKACCT" TO XD-TEXT
                   MOVE XR-DETAIL-LINE TO XR-LINE
                   WRITE XR-LINE
                   ADD 1 TO BK-COUNT-BANK-EXCP
                   GO TO 2200-EXIT
               WHEN BK-AC-BANK-ACCOUNT(BK-ACCT-IDX)
                       = BK-CURRENT-BANK-ACCOUNT
                   SET BK-CURRENT-ACCT TO BK-ACCT-IDX
           END-SEARCH
           MOVE "Y" TO BK-AC-ON-STATEMENT(BK-CURRENT-ACCT)
           PERFORM 2210-TAKE-SUMMARY THRU 2210-EXIT
               VARYING BK-FIELD-SUB FROM 4 BY 4
               UNTIL BK-FIELD-SUB > 13.
       2200-EXIT.
           EXIT.

       2210-TAKE-SUMMARY.
           IF BK-FIELD(BK-FIELD-SUB) NOT = "010"
               AND BK-FIELD(BK-FIELD-SUB) NOT = "015"
               GO TO 2210-EXIT
           END-IF
           MOVE BK-FIELD(BK-FIELD-SUB + 1) TO BK-AMT-TEXT
           PERFORM 8100-TEXT-TO-AMOUNT THRU 8100-EXIT
           IF NOT BK-AMOUNT-VALID
               GO TO 2210-EXIT
           END-IF
           IF BK-FIELD(BK-FIELD-SUB) = "010"
               MOVE BK-AMT-VALUE TO BK-AC-OPENING(BK-CURRENT-ACCT)
           ELSE
               MOVE BK-AMT-VALUE TO BK-AC-CLOSING(BK-CURRENT-ACCT)
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------
      * 2300-TRANSACTION-DETAIL -- 16,TYPE,AMOUNT,FUNDS TYPE[,...],
      * BANK REFERENCE,CUSTOMER REFERENCE,TEXT. TYPE 100-399 IS A
      * CREDIT, 400-699 A DEBIT. 475 IS A CHECK PAID (THE CUSTOMER
      * REFERENCE IS THE CHECK NUMBER); 165/166/169 AND 455/466/469
      * ARE ACH CREDITS AND DEBITS. ANYTHING ELSE -- FEES, WIRES,
      * DEPOSITS -- HAS NOTHING OF OURS TO MATCH AND IS EXCEPTED.
      *-----------------------
       2300-TRANSACTION-DETAIL.
           IF BK-CURRENT-ACCT = 0
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO BK-COUNT-DETAIL
           MOVE 0 TO BK-TYPE-CODE
           IF BK-FIELD(2)(1:3) NUMERIC
               MOVE BK-FIELD(2)(1:3) TO BK-TYPE-CODE
           END-IF
           IF BK-TYPE-CODE < 400
               MOVE "C" TO BK-ITEM-SIDE
           ELSE
               MOVE "D" TO BK-ITEM-SIDE
           END-IF
           MOVE BK-FIELD(3) TO BK-AMT-TEXT
           PERFORM 8100-TEXT-TO-AMOUNT THRU 8100-EXIT
           MOVE 0 TO BK-ITEM-AMOUNT
           IF BK-AMOUNT-VALID
               MOVE BK-AMT-VALUE TO BK-ITEM-AMOUNT
           END-IF
      *    FUNDS TYPE S CARRIES THREE MORE FIELDS, V TWO
           EVALUATE BK-FIELD(4)(1:1)
               WHEN "S"
                   MOVE 3 TO BK-EXTRA-FIELDS
               WHEN "V"
                   MOVE 2 TO BK-EXTRA-FIELDS
               WHEN OTHER
                   MOVE 0 TO BK-EXTRA-FIELDS
           END-EVALUATE
           MOVE BK-FIELD(5 + BK-EXTRA-FIELDS) TO BK-ITEM-BANK-REF
           MOVE BK-FIELD(6 + BK-EXTRA-FIELDS) TO BK-ITEM-CUST-REF
           MOVE BK-FIELD(7 + BK-EXTRA-FIELDS) TO BK-ITEM-TEXT
           MOVE BK-AC-ROLE(BK-CURRENT-ACCT) TO BK-ITEM-ROLE
           EVALUATE BK-TYPE-CODE
               WHEN 475
                   SET BK-ITEM-IS-CHECK TO TRUE
               WHEN 165
               WHEN 166
               WHEN 169
               WHEN 455
               WHEN 466
               WHEN 469
                   SET BK-ITEM-IS-ACH TO TRUE
               WHEN OTHER
                   SET BK-ITEM-IS-OTHER TO TRUE
           END-EVALUATE
           MOVE SPACES TO BK-EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN BK-ITEM-IS-CHECK
                   PERFORM 2400-MATCH-CHECK THRU 2400-EXIT
               WHEN BK-ITEM-IS-ACH
                   PERFORM 2500-MATCH-ACH THRU 2500-EXIT
               WHEN OTHER
                   MOVE "NO EXPECTED ITEM FOR TYPE" TO BK-EXCEPTION-TEXT
           END-EVALUATE
           IF BK-EXCEPTION-TEXT = SPACES
               ADD 1 TO BK-COUNT-MATCHED
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO BK-COUNT-BANK-EXCP
           MOVE "BANK" TO XD-KIND
           MOVE BK-CURRENT-BANK-ACCOUNT TO XD-ACCOUNT
           MOVE SPACES TO XD-REFERENCE
           STRING BK-FIELD(2)(1:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-ITEM-BANK-REF DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               BK-ITEM-CUST-REF DELIMITED BY SPACE
               INTO XD-REFERENCE
           MOVE BK-ITEM-SIDE TO XD-SIDE
           MOVE BK-ITEM-AMOUNT TO XD-AMOUNT
           MOVE BK-EXCEPTION-TEXT TO XD-TEXT
           MOVE XR-DETAIL-LINE TO XR-LINE
           WRITE XR-LINE.
       2300-EXIT.
           EXIT.

      *-----------------------
      * 2400-MATCH-CHECK -- THE PAID CHECK AGAINST THE REGISTER:
      * ISSUED (OR MARKED PAID BY POSITIVE PAY) FOR THE SAME AMOUNT
      *-----------------------
       2400-MATCH-CHECK.
           MOVE BK-ITEM-CUST-REF TO BK-AMT-TEXT
           PERFORM 8100-TEXT-TO-AMOUNT THRU 8100-EXIT
           IF NOT BK-AMOUNT-VALID
               OR BK-AMT-NUMBER > 99999999
               MOVE "NO CHECK NUMBER ON THE ITEM" TO BK-EXCEPTION-TEXT
               GO TO 2400-EXIT
           END-IF
           MOVE BK-AMT-NUMBER TO BK-ITEM-CHECK-NO
           SET BK-PAID-IDX TO 1
           SEARCH BK-PAID-CHECK
               AT END
                   CONTINUE
               WHEN BK-PAID-CHECK(BK-PAID-IDX) = BK-ITEM-CHECK-NO
                   MOVE "CHECK PRESENTED TWICE" TO BK-EXCEPTION-TEXT
                   GO TO 2400-EXIT
           END-SEARCH
           MOVE BK-ITEM-CHECK-NO TO CK-CHECK-NO
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE "CHECK NOT ON THE REGISTER"
                       TO BK-EXCEPTION-TEXT
                   GO TO 2400-EXIT
           END-READ
           IF CK-STATUS-VOID
               MOVE "CHECK IS VOID ON REGISTER" TO BK-EXCEPTION-TEXT
               GO TO 2400-EXIT
           END-IF
           IF CK-AMOUNT NOT = BK-ITEM-AMOUNT
               MOVE "AMOUNT NOT AS REGISTERED" TO BK-EXCEPTION-TEXT
               GO TO 2400-EXIT
           END-IF
           IF BK-PAID-COUNT < 3000
               ADD 1 TO BK-PAID-COUNT
               MOVE BK-ITEM-CHECK-NO TO BK-PAID-CHECK(BK-PAID-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------
      * 2500-MATCH-ACH -- AN OUTSTANDING EXPECTED ITEM (OR ONE THIS
      * SAME STATEMENT MATCHED ON AN EARLIER RUN) FOR THE SAME
      * ACCOUNT ROLE AND SIDE: A BATCH ON THE STATEMENT'S DATE FOR
      * THE SAME TOTAL, OR FAILING THAT A RETURN FOR THE SAME AMOUNT
      *-----------------------
       2500-MATCH-ACH.
           MOVE "N" TO BK-FOUND-SWITCH
           PERFORM 2510-TRY-BATCH THRU 2510-EXIT
               VARYING BK-EXP-IDX FROM 1 BY 1
               UNTIL BK-EXP-IDX > BK-EXPECTED-COUNT
                  OR BK-FOUND
           IF NOT BK-FOUND AND BK-ITEM-SIDE = "C"
               PERFORM 2520-TRY-RETURN THRU 2520-EXIT
                   VARYING BK-EXP-IDX FROM 1 BY 1
                   UNTIL BK-EXP-IDX > BK-EXPECTED-COUNT
                      OR BK-FOUND
           END-IF
           IF NOT BK-FOUND
               MOVE "NO ACH BATCH, DATE/TOTAL" TO BK-EXCEPTION-TEXT
               GO TO 2500-EXIT
           END-IF
           MOVE "Y" TO BK-EX-USED(BK-EXP-SUB)
           IF BK-EX-STATUS(BK-EXP-SUB) = "O"
               MOVE "M" TO BK-EX-STATUS(BK-EXP-SUB)
               MOVE BK-AS-OF-DATE TO BK-EX-MATCHED-DATE(BK-EXP-SUB)
               MOVE BK-ITEM-BANK-REF TO BK-EX-BANK-REF(BK-EXP-SUB)
               IF BK-EX-CHANGE(BK-EXP-SUB) NOT = "N"
                   MOVE "U" TO BK-EX-CHANGE(BK-EXP-SUB)
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-TRY-BATCH.
           IF BK-EX-SOURCE(BK-EXP-IDX) = "RETRN"
               OR BK-EX-USED(BK-EXP-IDX) = "Y"
               GO TO 2510-EXIT
           END-IF
           IF BK-EX-STATUS(BK-EXP-IDX) = "M"
               AND BK-EX-MATCHED-DATE(BK-EXP-IDX) NOT = BK-AS-OF-DATE
               GO TO 2510-EXIT
           END-IF
           IF BK-EX-ROLE(BK-EXP-IDX) = BK-ITEM-ROLE
               AND BK-EX-BANK-SIDE(BK-EXP-IDX) = BK-ITEM-SIDE
               AND BK-EX-AMOUNT(BK-EXP-IDX) = BK-ITEM-AMOUNT
               AND BK-EX-EFF-DATE(BK-EXP-IDX) = BK-AS-OF-DATE
               SET BK-FOUND TO TRUE
               SET BK-EXP-SUB TO BK-EXP-IDX
           END-IF.
       2510-EXIT.
           EXIT.

       2520-TRY-RETURN.
           IF BK-EX-SOURCE(BK-EXP-IDX) NOT = "RETRN"
               OR BK-EX-USED(BK-EXP-IDX) = "Y"
               GO TO 2520-EXIT
           END-IF
           IF BK-EX-STATUS(BK-EXP-IDX) = "M"
               AND BK-EX-MATCHED-DATE(BK-EXP-IDX) NOT = BK-AS-OF-DATE
               GO TO 2520-EXIT
           END-IF
           IF BK-EX-ROLE(BK-EXP-IDX) = BK-ITEM-ROLE
               AND BK-EX-AMOUNT(BK-EXP-IDX) = BK-ITEM-AMOUNT
               SET BK-FOUND TO TRUE
               SET BK-EXP-SUB TO BK-EXP-IDX
           END-IF.
       2520-EXIT.
           EXIT.

      *-----------------------
      * 3000-UNMATCHED-EXPECTED -- EVERY ITEM STILL OUTSTANDING IS A
      * RECONCILING ITEM FOR ITS ACCOUNT; ONE WHOSE EFFECTIVE DATE
      * HAS COME AND GONE SHOULD HAVE BEEN ON THE STATEMENT AND IS
      * EXCEPTED AS WELL
      *-----------------------
       3000-UNMATCHED-EXPECTED.
           PERFORM 3100-TAKE-EXPECTED THRU 3100-EXIT
               VARYING BK-EXP-SUB FROM 1 BY 1
               UNTIL BK-EXP-SUB > BK-EXPECTED-COUNT.
       3000-EXIT.
           EXIT.

       3100-TAKE-EXPECTED.
           IF BK-EX-STATUS(BK-EXP-SUB) NOT = "O"
               GO TO 3100-EXIT
           END-IF
           MOVE 0 TO BK-ACCT-SUB
           SET BK-ACCT-IDX TO 1
           SEARCH BK-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN BK-AC-ROLE(BK-ACCT-IDX) = BK-EX-ROLE(BK-EXP-SUB)
                   SET BK-ACCT-SUB TO BK-ACCT-IDX
           END-SEARCH
           IF BK-ACCT-SUB > 0
               IF BK-EX-BANK-SIDE(BK-EXP-SUB) = "D"
                   ADD 1 TO BK-AC-OUT-DEBIT-CT(BK-ACCT-SUB)
                   ADD BK-EX-AMOUNT(BK-EXP-SUB)
                       TO BK-AC-OUT-DEBITS(BK-ACCT-SUB)
               ELSE
                   ADD 1 TO BK-AC-OUT-CREDIT-CT(BK-ACCT-SUB)
                   ADD BK-EX-AMOUNT(BK-EXP-SUB)
                       TO BK-AC-OUT-CREDITS(BK-ACCT-SUB)
               END-IF
           END-IF
           IF BK-EX-EFF-DATE(BK-EXP-SUB) > BK-AS-OF-DATE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO BK-COUNT-EXPECTED-EXCP
           MOVE "EXPECTED" TO XD-KIND
           IF BK-ACCT-SUB > 0
               MOVE BK-AC-BANK-ACCOUNT(BK-ACCT-SUB) TO XD-ACCOUNT
           ELSE
               MOVE SPACES TO XD-ACCOUNT
           END-IF
           MOVE SPACES TO XD-REFERENCE
           STRING BK-EX-SOURCE(BK-EXP-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-EX-REFERENCE(BK-EXP-SUB) DELIMITED BY SIZE
               INTO XD-REFERENCE
           MOVE BK-EX-BANK-SIDE(BK-EXP-SUB) TO XD-SIDE
           MOVE BK-EX-AMOUNT(BK-EXP-SUB) TO XD-AMOUNT
           MOVE SPACES TO XD-TEXT
           STRING "NOT ON STMT, EFF " DELIMITED BY SIZE
               BK-EX-EFF-DATE(BK-EXP-SUB) DELIMITED BY SIZE
               INTO XD-TEXT
           MOVE XR-DETAIL-LINE TO XR-LINE
           WRITE XR-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------
      * 3500-OUTSTANDING-CHECKS -- EVERY REGISTER CHECK ISSUED BY
      * THE AS-OF DATE AND NOT PAID BY THEN (NOR ON THIS STATEMENT)
      * IS OUTSTANDING AGAINST THE DISBURSEMENT ACCOUNT, AND IS
      * LISTED UNDER IT
      *-----------------------
       3500-OUTSTANDING-CHECKS.
           IF BK-CHECK-ACCT = 0
               GO TO 3500-EXIT
           END-IF
           MOVE 0 TO CK-CHECK-NO
           START CHECK-REGISTER-FILE KEY >= CK-CHECK-NO
               INVALID KEY
                   SET END-OF-REGISTER TO TRUE
           END-START
           PERFORM 3510-READ-CHECK THRU 3510-EXIT
           PERFORM 3520-TAKE-CHECK THRU 3520-EXIT
               UNTIL END-OF-REGISTER.
       3500-EXIT.
           EXIT.

       3510-READ-CHECK.
           IF NOT END-OF-REGISTER
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-REGISTER TO TRUE
               END-READ
           END-IF.
       3510-EXIT.
           EXIT.

       3520-TAKE-CHECK.
           IF CK-ISSUE-DATE > BK-AS-OF-DATE
               GO TO 3520-NEXT
           END-IF
           IF CK-STATUS-VOID
               GO TO 3520-NEXT
           END-IF
           IF CK-STATUS-PAID AND CK-PAID-DATE <= BK-AS-OF-DATE
               GO TO 3520-NEXT
           END-IF
           SET BK-PAID-IDX TO 1
           SEARCH BK-PAID-CHECK
               AT END
                   CONTINUE
               WHEN BK-PAID-CHECK(BK-PAID-IDX) = CK-CHECK-NO
                   GO TO 3520-NEXT
           END-SEARCH
           ADD 1 TO BK-AC-OUT-CHECK-CT(BK-CHECK-ACCT)
           ADD CK-AMOUNT TO BK-AC-OUT-CHECKS(BK-CHECK-ACCT)
           MOVE "OUTSTANDING CHECK" TO RI-LABEL
           MOVE SPACES TO RI-REFERENCE
           MOVE CK-CHECK-NO TO RI-REFERENCE(1:8)
           MOVE CK-EMP-NAME TO RI-REFERENCE(10:11)
           MOVE "ISSUED " TO RI-DATE-LABEL
           MOVE CK-ISSUE-DATE TO RI-DATE
           MOVE "DEBIT" TO RI-SIDE
           MOVE CK-AMOUNT TO RI-AMOUNT
           MOVE RR-ITEM-LINE TO RR-LINE
           WRITE RR-LINE.
       3520-NEXT.
           PERFORM 3510-READ-CHECK THRU 3510-EXIT.
       3520-EXIT.
           EXIT.

      *-----------------------
      * 4000-RECONCILE-ACCOUNT -- ONE ACCOUNT'S RECONCILIATION:
      * BANK CLOSING LEDGER, LESS THE OUTSTANDING CHECKS AND ACH
      * DEBITS, PLUS THE ACH CREDITS IN TRANSIT, IS THE ADJUSTED
      * BANK BALANCE; IT SHOULD EQUAL THE CASH ACCOUNT'S BOOK
      * BALANCE ON GLMAST THROUGH THE AS-OF PERIOD, ALL ENTITIES
      *-----------------------
       4000-RECONCILE-ACCOUNT.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE BK-AC-BANK-ACCOUNT(BK-ACCT-SUB) TO RA-BANK-ACCOUNT
           MOVE BK-AC-NAME(BK-ACCT-SUB) TO RA-NAME
           IF BK-AC-ROLE(BK-ACCT-SUB) = "D"
               MOVE "DISBURSEMENT" TO RA-ROLE
           ELSE
               MOVE "OPERATING" TO RA-ROLE
           END-IF
           MOVE BK-AC-GL-ACCOUNT(BK-ACCT-SUB) TO RA-GL-ACCOUNT
           MOVE RR-ACCOUNT-LINE TO RR-LINE
           WRITE RR-LINE
           IF BK-AC-ON-STATEMENT(BK-ACCT-SUB) NOT = "Y"
               MOVE "NOT ON THE STATEMENT -- NOT RECONCILED"
                   TO RF-LABEL
               MOVE SPACES TO RF-COUNT-AREA
               MOVE 0 TO RF-AMOUNT
               MOVE SPACES TO RF-VERDICT
               MOVE RR-FIGURE-LINE TO RR-LINE
               WRITE RR-LINE
               ADD 1 TO BK-COUNT-UNRECONCILED
               GO TO 4000-EXIT
           END-IF
           IF BK-ACCT-SUB = BK-CHECK-ACCT
               PERFORM 3500-OUTSTANDING-CHECKS THRU 3500-EXIT
           END-IF
           PERFORM 4100-LIST-OUTSTANDING THRU 4100-EXIT
               VARYING BK-EXP-SUB FROM 1 BY 1
               UNTIL BK-EXP-SUB > BK-EXPECTED-COUNT
           PERFORM 4200-BOOK-BALANCE THRU 4200-EXIT
           COMPUTE BK-ADJUSTED-BANK = BK-AC-CLOSING(BK-ACCT-SUB)
               - BK-AC-OUT-CHECKS(BK-ACCT-SUB)
               - BK-AC-OUT-DEBITS(BK-ACCT-SUB)
               + BK-AC-OUT-CREDITS(BK-ACCT-SUB)
           COMPUTE BK-DIFFERENCE = BK-ADJUSTED-BANK - BK-BOOK-BALANCE
           MOVE SPACES TO RF-COUNT-AREA
           MOVE SPACES TO RF-VERDICT
           MOVE "BANK OPENING LEDGER BALANCE" TO RF-LABEL
           MOVE BK-AC-OPENING(BK-ACCT-SUB) TO RF-AMOUNT
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE "BANK CLOSING LEDGER BALANCE" TO RF-LABEL
           MOVE BK-AC-CLOSING(BK-ACCT-SUB) TO RF-AMOUNT
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE " ITEMS" TO RF-COUNT-LABEL
           MOVE "  LESS OUTSTANDING CHECKS" TO RF-LABEL
           MOVE BK-AC-OUT-CHECK-CT(BK-ACCT-SUB) TO RF-COUNT
           COMPUTE RF-AMOUNT = 0 - BK-AC-OUT-CHECKS(BK-ACCT-SUB)
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE "  LESS ACH DEBITS NOT YET CLEARED" TO RF-LABEL
           MOVE BK-AC-OUT-DEBIT-CT(BK-ACCT-SUB) TO RF-COUNT
           COMPUTE RF-AMOUNT = 0 - BK-AC-OUT-DEBITS(BK-ACCT-SUB)
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE "  PLUS ACH CREDITS NOT YET CLEARED" TO RF-LABEL
           MOVE BK-AC-OUT-CREDIT-CT(BK-ACCT-SUB) TO RF-COUNT
           MOVE BK-AC-OUT-CREDITS(BK-ACCT-SUB) TO RF-AMOUNT
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RF-COUNT-AREA
           MOVE "ADJUSTED BANK BALANCE" TO RF-LABEL
           MOVE BK-ADJUSTED-BANK TO RF-AMOUNT
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RF-LABEL
           STRING "BOOK BALANCE, GLMAST " DELIMITED BY SIZE
               BK-AC-GL-ACCOUNT(BK-ACCT-SUB) DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               BK-AS-OF-PERIOD DELIMITED BY SIZE
               INTO RF-LABEL
           MOVE BK-BOOK-BALANCE TO RF-AMOUNT
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE "DIFFERENCE" TO RF-LABEL
           MOVE BK-DIFFERENCE TO RF-AMOUNT
           IF BK-DIFFERENCE = 0
               MOVE "RECONCILED" TO RF-VERDICT
           ELSE
               MOVE "DOES NOT RECONCILE" TO RF-VERDICT
               ADD 1 TO BK-COUNT-UNRECONCILED
           END-IF
           MOVE RR-FIGURE-LINE TO RR-LINE
           WRITE RR-LINE.
       4000-EXIT.
           EXIT.

       4100-LIST-OUTSTANDING.
           IF BK-EX-STATUS(BK-EXP-SUB) NOT = "O"
               OR BK-EX-ROLE(BK-EXP-SUB) NOT = BK-AC-ROLE(BK-ACCT-SUB)
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO RI-LABEL
           STRING "OUTSTANDING " DELIMITED BY SIZE
               BK-EX-SOURCE(BK-EXP-SUB) DELIMITED BY SIZE
               INTO RI-LABEL
           MOVE BK-EX-REFERENCE(BK-EXP-SUB) TO RI-REFERENCE
           MOVE "EFF " TO RI-DATE-LABEL
           MOVE BK-EX-EFF-DATE(BK-EXP-SUB) TO RI-DATE
           IF BK-EX-BANK-SIDE(BK-EXP-SUB) = "D"
               MOVE "DEBIT" TO RI-SIDE
           ELSE
               MOVE "CREDIT" TO RI-SIDE
           END-IF
           MOVE BK-EX-AMOUNT(BK-EXP-SUB) TO RI-AMOUNT
           MOVE RR-ITEM-LINE TO RR-LINE
           WRITE RR-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 4200-BOOK-BALANCE -- THE CASH ACCOUNT'S BUCKETS, DEBIT-
      * POSITIVE AS GLMAST KEEPS THEM, THROUGH THE AS-OF PERIOD
      *-----------------------
       4200-BOOK-BALANCE.
           MOVE 0 TO BK-BOOK-BALANCE
           MOVE "N" TO BK-MST-EOF-SWITCH
           MOVE BK-AC-GL-ACCOUNT(BK-ACCT-SUB) TO GM-ACCOUNT-CODE
           MOVE 0 TO GM-PERIOD
           MOVE LOW-VALUES TO GM-ENTITY
           START GL-MASTER-FILE KEY >= GM-KEY
               INVALID KEY
                   SET END-OF-GL-MASTER TO TRUE
           END-START
           PERFORM 4210-READ-NEXT-BUCKET THRU 4210-EXIT
           PERFORM 4220-FOLD-BUCKET THRU 4220-EXIT
               UNTIL END-OF-GL-MASTER
                  OR GM-PERIOD > BK-AS-OF-PERIOD.
       4200-EXIT.
           EXIT.

      * READING STOPS AT THE FIRST BUCKET OF ANOTHER ACCOUNT
       4210-READ-NEXT-BUCKET.
           IF NOT END-OF-GL-MASTER
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-GL-MASTER TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-GL-MASTER
               AND GM-ACCOUNT-CODE NOT = BK-AC-GL-ACCOUNT(BK-ACCT-SUB)
               SET END-OF-GL-MASTER TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

       4220-FOLD-BUCKET.
           ADD GM-BALANCE TO BK-BOOK-BALANCE
           PERFORM 4210-READ-NEXT-BUCKET THRU 4210-EXIT.
       4220-EXIT.
           EXIT.

      *-----------------------
      * 5000-SAVE-REGISTER -- NEW ITEMS ARE WRITTEN, ITEMS MATCHED
      * THIS RUN REWRITTEN
      *-----------------------
       5000-SAVE-REGISTER.
           PERFORM 5100-SAVE-ONE-ITEM THRU 5100-EXIT
               VARYING BK-EXP-SUB FROM 1 BY 1
               UNTIL BK-EXP-SUB > BK-EXPECTED-COUNT.
       5000-EXIT.
           EXIT.

       5100-SAVE-ONE-ITEM.
           IF BK-EX-CHANGE(BK-EXP-SUB) = SPACES
               GO TO 5100-EXIT
           END-IF
           MOVE BK-EX-SOURCE(BK-EXP-SUB) TO EX-SOURCE
           MOVE BK-EX-REFERENCE(BK-EXP-SUB) TO EX-REFERENCE
           MOVE BK-EX-BANK-SIDE(BK-EXP-SUB) TO EX-BANK-SIDE
           MOVE BK-EX-EFF-DATE(BK-EXP-SUB) TO EX-EFF-DATE
           MOVE BK-EX-AMOUNT(BK-EXP-SUB) TO EX-AMOUNT
           MOVE BK-EX-ROLE(BK-EXP-SUB) TO EX-ROLE
           MOVE BK-EX-STATUS(BK-EXP-SUB) TO EX-STATUS
           MOVE BK-EX-ADDED-DATE(BK-EXP-SUB) TO EX-ADDED-DATE
           MOVE BK-EX-MATCHED-DATE(BK-EXP-SUB) TO EX-MATCHED-DATE
           MOVE BK-EX-BANK-REF(BK-EXP-SUB) TO EX-BANK-REF
           IF BK-EX-CHANGE(BK-EXP-SUB) = "N"
               WRITE EXPECTED-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "*** UNABLE TO REGISTER " EX-KEY
                           " -- STATUS " BK-EXP-STATUS " ***"
                       SET BK-OPEN-ERROR TO TRUE
               END-WRITE
           ELSE
               REWRITE EXPECTED-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "*** UNABLE TO UPDATE " EX-KEY
                           " -- STATUS " BK-EXP-STATUS " ***"
                       SET BK-OPEN-ERROR TO TRUE
               END-REWRITE
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "BANK-RECONCILIATION SUMMARY"
           DISPLAY "  STATEMENT AS OF.........: " BK-AS-OF-DATE
           DISPLAY "  ITEMS NEWLY REGISTERED..: " BK-COUNT-REGISTERED
           DISPLAY "  BANK TRANSACTIONS.......: " BK-COUNT-DETAIL
           DISPLAY "  MATCHED.................: " BK-COUNT-MATCHED
           DISPLAY "  BANK ITEMS EXCEPTED.....: " BK-COUNT-BANK-EXCP
           DISPLAY "  EXPECTED ITEMS EXCEPTED.: "
               BK-COUNT-EXPECTED-EXCP
           DISPLAY "  ACCOUNTS NOT RECONCILED.: "
               BK-COUNT-UNRECONCILED.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME BK-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE EXPECTED-ITEM-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE GL-MASTER-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

      *-----------------------
      * 8000-SPLIT-RECORD -- ONE BAI2 RECORD INTO ITS FIELDS; THE
      * SLASH THAT ENDS THE RECORD ENDS THE LAST FIELD
      *-----------------------
       8000-SPLIT-RECORD.
           MOVE SPACES TO BK-FIELD-AREA
           UNSTRING STATEMENT-LINE DELIMITED BY "," OR "/"
               INTO BK-FIELD(1) BK-FIELD(2) BK-FIELD(3)
                    BK-FIELD(4) BK-FIELD(5) BK-FIELD(6)
                    BK-FIELD(7) BK-FIELD(8) BK-FIELD(9)
                    BK-FIELD(10) BK-FIELD(11) BK-FIELD(12)
                    BK-FIELD(13) BK-FIELD(14)
           END-UNSTRING
           MOVE BK-FIELD(1) TO BK-RECORD-CODE.
       8000-EXIT.
           EXIT.

      *-----------------------
      * 8100-TEXT-TO-AMOUNT -- BK-AMT-TEXT, WHOLE CENTS WITH AN
      * OPTIONAL LEADING SIGN, TO BK-AMT-VALUE IN DOLLARS AND CENTS
      * (BK-AMT-NUMBER KEEPS THE UNSCALED DIGITS)
      *-----------------------
       8100-TEXT-TO-AMOUNT.
           MOVE "N" TO BK-AMOUNT-SWITCH
           MOVE "N" TO BK-AMT-NEGATIVE
           MOVE 0 TO BK-AMT-VALUE
           IF BK-AMT-TEXT(1:1) = "-"
               MOVE "Y" TO BK-AMT-NEGATIVE
               MOVE BK-AMT-TEXT(2:29) TO BK-AMT-TEXT
           ELSE
               IF BK-AMT-TEXT(1:1) = "+"
                   MOVE BK-AMT-TEXT(2:29) TO BK-AMT-TEXT
               END-IF
           END-IF
           MOVE 0 TO BK-AMT-LENGTH
           INSPECT BK-AMT-TEXT TALLYING BK-AMT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF BK-AMT-LENGTH = 0 OR BK-AMT-LENGTH > 15
               GO TO 8100-EXIT
           END-IF
           MOVE BK-AMT-TEXT(1:BK-AMT-LENGTH) TO BK-AMT-DIGITS
           INSPECT BK-AMT-DIGITS REPLACING LEADING SPACES BY ZEROS
           IF BK-AMT-NUMBER NOT NUMERIC
               GO TO 8100-EXIT
           END-IF
           SET BK-AMOUNT-VALID TO TRUE
           COMPUTE BK-AMT-VALUE = BK-AMT-NUMBER / 100
           IF BK-AMT-NEGATIVE = "Y"
               COMPUTE BK-AMT-VALUE = 0 - BK-AMT-VALUE
           END-IF.
       8100-EXIT.
           EXIT.

       END PROGRAM BANK-RECONCILIATION.
