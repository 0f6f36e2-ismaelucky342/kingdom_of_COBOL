       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACH-REVERSAL.
       AUTHOR. PAYROLL-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. A deposit that went out wrong --
      *                  a duplicated payment, the wrong amount, or a
      *                  terminated employee paid in error -- could
      *                  only be recovered by phoning the bank. This
      *                  run takes the keyed employee and pay dates
      *                  (REVTRAN), finds the original deposit entries
      *                  through the pay history and the PAYDTL ACH
      *                  lines, and sends a reversing debit for each
      *                  one in its own NACHA file (REVACH), in the
      *                  pay cycle's format, with the effective date
      *                  from BANKING-DAY. A pay date whose settlement
      *                  is more than five banking days before that
      *                  effective date is refused, as NACHA requires.
      *                  The amount is backed out of the master's YTD
      *                  and the pay-history record, logged on REVLOG
      *                  so the same pay date is never reversed twice,
      *                  and journaled to the GL extract as its own
      *                  trailed segment. The reversal register
      *                  carries a signature block for the payroll
      *                  manager. Mode 1 previews; a live run needs a
      *                  level-3 operator on OPERMAST.
      * 2026-10-15  JCM  Reversals go out under the employee's company
      *                  from COMPMST: one NACHA batch per company under
      *                  its ACH company ID, and one GL segment per
      *                  company carrying the company code. An employee
      *                  whose company is not on the master is refused.
      * 2026-10-15  JCM  A live run's approval names this program on the
      *                  central security log, and each deposit reversed
      *                  is logged against the approving operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REVERSAL-TRAN-FILE ASSIGN TO "REVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-TRN-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS RV-EMP-STATUS.
           SELECT OPTIONAL EMPLOYEE-BANK-FILE ASSIGN TO "EMPBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS RV-EBK-STATUS.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS RV-PH-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAYDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-DTL-STATUS.
           SELECT OPTIONAL REVERSAL-LOG-FILE ASSIGN TO "REVLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS RV-LOG-STATUS.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-DPM-STATUS.
           SELECT REVERSAL-ACH-FILE ASSIGN TO "REVACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-ACH-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-GL-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-CO-STATUS.
           SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-REG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE KEYED REQUEST PER ERRONEOUS PAYMENT: WHO, THE RUN DATE
      * THE DEPOSIT WENT OUT UNDER, AND WHY ("DUP" DUPLICATED
      * PAYMENT, "AMT" WRONG AMOUNT, "TRM" TERMINATED EMPLOYEE PAID
      * IN ERROR)
       FD  REVERSAL-TRAN-FILE.
       01  REVERSAL-TRAN-RECORD.
           05  RT-EMP-ID           PIC 9(05).
           05  RT-RUN-DATE         PIC 9(08).
           05  RT-REASON           PIC X(03).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

      * THE SPLIT-DEPOSIT SUB-FILE, SAME LAYOUT THE PAY RUN USES --
      * A DEPOSIT MAY HAVE GONE TO A SPLIT ACCOUNT RATHER THAN THE
      * MASTER'S OWN
       FD  EMPLOYEE-BANK-FILE.
       01  EMPLOYEE-BANK-RECORD.
           05  EB-KEY.
               10  EB-EMP-ID       PIC 9(05).
               10  EB-SEQ          PIC 9(02).
           05  EB-BANK-ROUTING     PIC 9(09).
           05  EB-BANK-ACCOUNT     PIC 9(12).
           05  EB-SPLIT-TYPE       PIC X(01).
           05  EB-SPLIT-AMOUNT     PIC 9(05)V9(02).
           05  EB-SPLIT-PCT        PIC 9(03)V9(02).
           05  EB-STATUS           PIC X(01).
           05  EB-EFF-DATE         PIC 9(08).

       FD  PAY-HISTORY-FILE.
           COPY PAYHST.

       FD  PAY-DETAIL-FILE.
           COPY PAYDTL.

       FD  REVERSAL-LOG-FILE.
           COPY REVLOG.

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05  DP-DEPT-CODE        PIC X(10).
           05  DP-DESCRIPTION      PIC X(20).
           05  DP-EXPENSE-ACCT     PIC X(06).
           05  DP-LIABILITY-ACCT   PIC X(06).

       FD  REVERSAL-ACH-FILE.
       01  DD-RECORD               PIC X(94).

       FD  GL-EXTRACT-FILE.
           COPY GLREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

       FD  REVERSAL-REGISTER.
       01  RG-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  RV-TRN-STATUS            PIC X(02) VALUE "00".
       01  RV-EMP-STATUS            PIC X(02) VALUE "00".
       01  RV-EBK-STATUS            PIC X(02) VALUE "00".
       01  RV-PH-STATUS             PIC X(02) VALUE "00".
       01  RV-DTL-STATUS            PIC X(02) VALUE "00".
       01  RV-LOG-STATUS            PIC X(02) VALUE "00".
       01  RV-DPM-STATUS            PIC X(02) VALUE "00".
       01  RV-ACH-STATUS            PIC X(02) VALUE "00".
       01  RV-GL-STATUS             PIC X(02) VALUE "00".
       01  RV-REG-STATUS            PIC X(02) VALUE "00".
       01  RV-CO-STATUS             PIC X(02) VALUE "00".
       01  RV-TRN-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-REQUESTS         VALUE "Y".
       01  RV-DTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-PAY-DETAIL       VALUE "Y".
       01  RV-EBK-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-BANK-SPLITS      VALUE "Y".
       01  RV-DPM-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-DEPT-MASTER      VALUE "Y".
       01  RV-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  RV-OPEN-ERROR           VALUE "Y".
       01  RV-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
           88  RV-TABLE-FULL           VALUE "Y".
       01  RV-RELEASE-FAILED-SWITCH PIC X(01) VALUE "N".
           88  RV-RELEASE-FAILED       VALUE "Y".
       01  RV-DENIED-SWITCH         PIC X(01) VALUE "N".
           88  RV-AUTHORITY-DENIED     VALUE "Y".
       01  RV-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  RV-FOUND                VALUE "Y".
       01  RV-DPM-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  RV-DPM-FOUND            VALUE "Y".

      * 0 = LIVE RUN, 1 = PREVIEW ONLY
       01  RV-RUN-MODE              PIC 9(01) VALUE 1.
           88  LIVE-RUN                VALUE 0.
           88  PREVIEW-RUN             VALUE 1.

      * NACHA ALLOWS A REVERSING ENTRY WITHIN FIVE BANKING DAYS OF
      * THE ERRONEOUS ENTRY'S SETTLEMENT DATE
       01  RV-WINDOW-DAYS           PIC 9(02) VALUE 5.

      * EVERY KEYED REQUEST, HELD UNTIL THE DEPOSITS ARE FOUND AND
      * PROVED -- NOTHING IS SENT OR UPDATED WHILE THE TABLE BUILDS.
      * ACTION: "R" TO BE REVERSED, "X" REFUSED (THE NOTE SAYS WHY)
       01  RV-CASE-TABLE.
           05  RV-CASE-ENTRY OCCURS 100 TIMES
                   INDEXED BY RV-CASE-IDX.
               10  RV-CS-EMP-ID        PIC 9(05).
               10  RV-CS-RUN-DATE      PIC 9(08).
               10  RV-CS-REASON        PIC X(03).
               10  RV-CS-NAME          PIC X(20).
               10  RV-CS-DEPT          PIC X(10).
               10  RV-CS-SETTLE-DATE   PIC 9(08).
               10  RV-CS-DAYS          PIC S9(05).
               10  RV-CS-PH-NET        PIC 9(07)V9(02).
               10  RV-CS-AMOUNT        PIC 9(07)V9(02).
               10  RV-CS-ENTRIES       PIC 9(02).
               10  RV-CS-ACTION        PIC X(01).
               10  RV-CS-NOTE          PIC X(30).
               10  RV-CS-CO-SUB        PIC 9(02).
       01  RV-CASE-COUNT            PIC 9(03) VALUE 0.
       01  RV-CASE-SUB              PIC 9(03) VALUE 0.
       01  RV-NOTE-WORK             PIC X(30).

      * EVERY ORIGINAL DEPOSIT ENTRY FOUND ON PAYDTL FOR A REQUEST,
      * WITH THE FULL ACCOUNT IT WAS RESOLVED TO AND THE DEBIT
      * TRANSACTION CODE THAT REVERSES IT (27 CHECKING, 37 SAVINGS)
       01  RV-ENTRY-TABLE.
           05  RV-ENTRY OCCURS 500 TIMES
                   INDEXED BY RV-ENT-IDX.
               10  RV-EN-CASE          PIC 9(03).
               10  RV-EN-MASKED        PIC X(17).
               10  RV-EN-AMOUNT        PIC 9(07)V9(02).
               10  RV-EN-TRAN-CODE     PIC X(02).
               10  RV-EN-ROUTING       PIC 9(09).
               10  RV-EN-ACCOUNT       PIC 9(12).
               10  RV-EN-RESOLVED      PIC X(01).
       01  RV-ENTRY-COUNT           PIC 9(03) VALUE 0.
       01  RV-UNRESOLVED            PIC 9(02) VALUE 0.

      * DEPARTMENT MASTER -- EXPENSE ACCOUNTS FOR THE GL CREDITS;
      * WITH NO MASTER ON FILE EVERY CREDIT FALLS BACK TO THE SINGLE
      * PAYROLL EXPENSE ACCOUNT, AS THE PAY CYCLE DOES
       01  RV-DPM-TABLE.
           05  RV-DPM-ENTRY OCCURS 100 TIMES
                   INDEXED BY RV-DPM-IDX.
               10  RV-DPM-CODE         PIC X(10).
               10  RV-DPM-EXPENSE-ACCT PIC X(06).
       01  RV-DPM-COUNT             PIC 9(03) VALUE 0.
       01  RV-DPM-ACCT-WORK         PIC X(06).

      * REVERSED AMOUNT BY DEPARTMENT FOR THE GL EXPENSE CREDITS
       01  RV-DEPT-TABLE.
           05  RV-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY RV-DEPT-IDX.
               10  RV-DEPT-NAME        PIC X(10).
               10  RV-DEPT-AMOUNT      PIC 9(09)V9(02).
               10  RV-DEPT-CO-SUB      PIC 9(02).
       01  RV-DEPT-COUNT            PIC 9(03) VALUE 0.

      * COMPANY MASTER -- A REVERSAL GOES OUT UNDER THE EMPLOYEE'S
      * COMPANY, THE SAME WAY THE PAY CYCLE SENT THE DEPOSIT: ITS
      * OWN NACHA BATCH AND ITS OWN GL SEGMENT. WITH NO MASTER ON
      * FILE THE PRIMARY COMPANY "01" RUNS UNDER THE CONSTANTS.
       01  RV-CO-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-COMPANIES        VALUE "Y".
       01  RV-CO-TABLE.
           05  RV-CO-ENTRY OCCURS 10 TIMES INDEXED BY RV-CO-IDX.
               10  RV-CO-CODE          PIC X(02).
               10  RV-CO-ACH-ID        PIC X(10).
               10  RV-CO-ACH-NAME      PIC X(16).
               10  RV-CO-REVERSED      PIC 9(09)V9(02).
       01  RV-CO-COUNT              PIC 9(02) VALUE 0.
       01  RV-CO-SUB                PIC 9(02) VALUE 0.
       01  RV-CO-PASS-SUB           PIC 9(02) VALUE 0.
       01  RV-CO-PRIMARY-SUB        PIC 9(02) VALUE 0.
       01  RV-CO-LOOKUP-CODE        PIC X(02).
       01  RV-CO-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  RV-CO-FOUND              VALUE "Y".
       01  RV-CO-BATCH-SWITCH       PIC X(01) VALUE "N".
           88  RV-CO-BATCH-OPEN         VALUE "Y".
       01  RV-DEPT-SUB              PIC 9(03) VALUE 0.

      * BANKING-DAY CALL FIELDS
       01  RV-BK-FUNCTION           PIC X(01) VALUE "N".
       01  RV-BK-DATE-1             PIC 9(08) VALUE 0.
       01  RV-BK-DATE-2             PIC 9(08) VALUE 0.
       01  RV-BK-RESULT-DATE        PIC 9(08) VALUE 0.
       01  RV-BK-RESULT-COUNT       PIC S9(05) VALUE 0.

      * RUN DATES, COUNTS AND TOTALS
       01  RV-RUN-DATE              PIC 9(08).
       01  RV-EFF-DATE              PIC 9(08) VALUE 0.
       01  RV-COUNT-READ            PIC 9(05) VALUE 0.
       01  RV-COUNT-REVERSED        PIC 9(05) VALUE 0.
       01  RV-COUNT-REFUSED         PIC 9(05) VALUE 0.
       01  RV-COUNT-ENTRIES         PIC 9(05) VALUE 0.
       01  RV-REVERSED-TOTAL        PIC 9(09)V9(02) VALUE 0.
       01  RV-TRL-COUNT             PIC 9(07) VALUE 0.
       01  RV-TRL-HASH              PIC 9(13)V9(02) VALUE 0.
           COPY FILETRL.

      * GL ACCOUNTS -- THE SAME CONSTANTS THE PAY CYCLE JOURNALS TO
       01  GL-PAYROLL-ACCOUNT       PIC X(06) VALUE "600100".
       01  GL-CLEARING-ACCOUNT      PIC X(06) VALUE "100200".

      * VALIDATED-ACCEPT CALL FIELDS
       01  RV-VA-PROMPT-1           PIC X(60).
       01  RV-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  RV-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  RV-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  RV-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * OPERATOR-AUTHORITY CALL FIELDS -- DEBITING EMPLOYEES' BANK
      * ACCOUNTS IS A LEVEL-3 (SUPERVISOR) ACTION
       01  RV-OA-ACTION             PIC X(40) VALUE
               "ACH REVERSAL OF PAYROLL DEPOSITS".
       01  RV-OA-LEVEL              PIC 9(01) VALUE 3.
       01  RV-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  RV-OA-RESULT             PIC X(01) VALUE "D".
           88  RV-OPERATOR-APPROVED    VALUE "A".
       01  RV-OA-OBJECT             PIC X(30) VALUE
               "LIVE REVERSAL RUN".

      * SECURITY-LOG CALL FIELDS -- EACH DEPOSIT REVERSED IN A LIVE
      * RUN IS LOGGED AGAINST THE APPROVING OPERATOR
       01  RV-SEC-TYPE              PIC X(01) VALUE "O".
       01  RV-SEC-ACTION            PIC X(40) VALUE
               "PAYROLL DEPOSIT REVERSED".
       01  RV-SEC-OBJECT            PIC X(30) VALUE SPACES.
       01  RV-SEC-CODE              PIC 9(03) VALUE 0.

      * NACHA TRANSMISSION CONSTANTS AND RUNNING CONTROLS -- THE
      * SAME ORIGINATION VALUES AND RECORD FORMATS THE PAY CYCLE
      * TRANSMITS UNDER. A REVERSAL BATCH IS DEBITS ONLY (SERVICE
      * CLASS 225) AND CARRIES "REVERSAL" AS ITS ENTRY DESCRIPTION.
       01  ACH-DEST-ROUTING         PIC X(09) VALUE "071000013".
       01  ACH-ODFI-ID              PIC X(08) VALUE "07100001".
       01  ACH-COMPANY-NAME         PIC X(16) VALUE "KINGDOM PAYROLL".
       01  ACH-COMPANY-ID           PIC X(10) VALUE "1916040321".
       01  ACH-DEST-NAME            PIC X(23) VALUE "FIRST CONTINENTAL".
       01  ACH-CREATE-TIME          PIC 9(08).
       01  ACH-ENTRY-COUNT          PIC 9(06) VALUE 0.
       01  ACH-ENTRY-HASH           PIC 9(10) VALUE 0.
       01  ACH-DEBIT-TOTAL          PIC 9(12) VALUE 0.
       01  ACH-TRACE-SEQ            PIC 9(07) VALUE 0.
       01  ACH-RECORD-COUNT         PIC 9(06) VALUE 0.
       01  ACH-BLOCK-COUNT          PIC 9(06) VALUE 0.
       01  ACH-FILL-COUNT           PIC 9(02) VALUE 0.
       01  ACH-ROUTING-WORK         PIC 9(09) VALUE 0.
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
           05  ACH-ROUTING-FIRST-8  PIC 9(08).
           05  ACH-ROUTING-CHECK    PIC 9(01).
       01  ACH-BATCH-TOTAL          PIC 9(06) VALUE 0.
       01  ACH-FILE-ENTRY-COUNT     PIC 9(08) VALUE 0.
       01  ACH-FILE-ENTRY-HASH      PIC 9(10) VALUE 0.
       01  ACH-FILE-DEBIT-TOTAL     PIC 9(12) VALUE 0.

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
           05  FILLER               PIC X(03) VALUE "225".
           05  ABH-COMPANY-NAME     PIC X(16).
           05  FILLER               PIC X(20) VALUE SPACES.
           05  ABH-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(03) VALUE "PPD".
           05  FILLER               PIC X(10) VALUE "REVERSAL".
           05  ABH-DESC-DATE        PIC 9(06).
           05  ABH-EFF-DATE         PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "1".
           05  ABH-ODFI             PIC X(08).
           05  ABH-BATCH-NO         PIC 9(07).

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
           05  FILLER               PIC X(03) VALUE "225".
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

       01  ACH-FILL-RECORD          PIC X(94) VALUE ALL "9".

      * REGISTER LINES
       01  RPT-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "ACH REVERSAL REGISTER      RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RH-MODE             PIC X(34).

       01  RPT-EFF-LINE.
           05  FILLER              PIC X(36) VALUE
               "REVERSING ENTRIES EFFECTIVE        ".
           05  RF-EFF-DATE         PIC 9(08).
           05  FILLER              PIC X(22) VALUE
               "   WINDOW (BANK DAYS) ".
           05  RF-WINDOW           PIC 9(02).

       01  RPT-COL-HDR-LINE.
           05  FILLER              PIC X(07) VALUE "EMP ID ".
           05  FILLER              PIC X(21) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(09) VALUE "PAY DATE".
           05  FILLER              PIC X(04) VALUE "RSN".
           05  FILLER              PIC X(05) VALUE "DAYS".
           05  FILLER              PIC X(11) VALUE "   AMOUNT".
           05  FILLER              PIC X(23) VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RD-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-REASON           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-DAYS             PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NOTE             PIC X(23).

      * ONE LINE PER REVERSING DEBIT UNDER ITS REQUEST -- THE
      * ACCOUNT PRINTED MASKED, AS ON THE ORIGINAL ADVICE
       01  RPT-ENTRY-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "TRAN ".
           05  RE-TRAN-CODE        PIC X(02).
           05  FILLER              PIC X(10) VALUE "  ROUTING ".
           05  RE-ROUTING          PIC 9(09).
           05  FILLER              PIC X(10) VALUE "  ACCOUNT ".
           05  RE-ACCOUNT          PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RE-AMOUNT           PIC ZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "RUN TOTALS".
           05  FILLER              PIC X(09) VALUE "REVERSED ".
           05  RT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE "  DEBITS ".
           05  RT-ENTRIES          PIC ZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE "  AMOUNT ".
           05  RT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  REFUSED ".
           05  RT-REFUSED          PIC ZZ,ZZ9.

       01  RPT-OPERATOR-LINE.
           05  FILLER              PIC X(30) VALUE
               "RELEASED UNDER OPERATOR ID".
           05  RO-OPERATOR-ID      PIC X(08).

       01  RPT-SIGN-TITLE-LINE     PIC X(60) VALUE
           "REVIEWED AND APPROVED -- PAYROLL MANAGER".
       01  RPT-SIGN-LINE.
           05  FILLER              PIC X(44) VALUE
               "SIGNATURE ________________________________  ".
           05  FILLER              PIC X(15) VALUE
               "DATE __________".

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE "ACH-REVERSAL".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RV-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2000-TAKE-ONE-REQUEST THRU 2000-EXIT
                   UNTIL END-OF-REQUESTS
                      OR RV-TABLE-FULL
               IF NOT RV-TABLE-FULL
                   PERFORM 3000-FIND-DEPOSITS THRU 3000-EXIT
               END-IF
               IF RV-TABLE-FULL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3500-PROVE-ONE-CASE THRU 3500-EXIT
                       VARYING RV-CASE-IDX FROM 1 BY 1
                       UNTIL RV-CASE-IDX > RV-CASE-COUNT
                   IF LIVE-RUN AND RV-COUNT-REVERSED > 0
                       PERFORM 4000-RELEASE THRU 4000-EXIT
                   END-IF
                   PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
                   PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE RUN MODE, FIX THE EFFECTIVE
      * DATE, OPEN THE FILES, LOAD THE DEPARTMENT ACCOUNTS, AND
      * PRIME THE READ
      *-----------------------
       1000-INITIALIZE.
           CALL "BUSINESS-DATE" USING RV-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME RV-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT
      * THE REVERSING ENTRIES SETTLE ON THE SAME DAY A DEPOSIT FROM
      * THIS RUN DATE WOULD: THE NEXT BANKING DAY ON OR AFTER IT
           MOVE "N" TO RV-BK-FUNCTION
           MOVE RV-RUN-DATE TO RV-BK-DATE-1
           CALL "BANKING-DAY" USING RV-BK-FUNCTION
               RV-BK-DATE-1 RV-BK-DATE-2
               RV-BK-RESULT-DATE RV-BK-RESULT-COUNT
           MOVE RV-BK-RESULT-DATE TO RV-EFF-DATE
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF RV-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-DEPT-MASTER THRU 1200-EXIT
           PERFORM 1300-LOAD-COMPANIES THRU 1300-EXIT
           PERFORM 1900-READ-REQUEST THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1010-ACCEPT-RUN-MODE -- A LIVE RUN NEEDS A LEVEL-3 OPERATOR;
      * A DENIAL DROPS THE RUN BACK TO A PREVIEW
      *-----------------------
       1010-ACCEPT-RUN-MODE.
           MOVE "ENTER THE RUN MODE" TO RV-VA-PROMPT-1
           MOVE "(0 = LIVE RUN, 1 = PREVIEW ONLY)" TO RV-VA-PROMPT-2
           MOVE 0 TO RV-VA-LOW
           MOVE 1 TO RV-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING RV-VA-PROMPT-1
               RV-VA-PROMPT-2 RV-VA-LOW RV-VA-HIGH RV-VA-RESULT
           MOVE RV-VA-RESULT TO RV-RUN-MODE
           IF LIVE-RUN
               CALL "OPERATOR-AUTHORITY" USING RV-OA-ACTION
                   RV-OA-LEVEL RV-OPERATOR-ID RV-OA-RESULT
                   JB-NAME RV-OA-OBJECT
               IF NOT RV-OPERATOR-APPROVED
                   DISPLAY "*** REVERSAL NOT AUTHORIZED -- RUNNING "
                       "AS A PREVIEW, NOTHING WILL BE SENT ***"
                   SET RV-AUTHORITY-DENIED TO TRUE
                   MOVE 1 TO RV-RUN-MODE
               END-IF
           END-IF
           IF PREVIEW-RUN
               DISPLAY "*** PREVIEW RUN -- NO NACHA FILE, MASTER, "
                   "HISTORY, LOG, OR GL UPDATE ***"
           END-IF.
       1010-EXIT.
           EXIT.

      *-----------------------
      * 1100-OPEN-FILES -- A PREVIEW OPENS EVERY FILE IT READS FOR
      * INPUT ONLY. THE NACHA FILE AND THE GL EXTRACT ARE OPENED
      * ONLY WHEN A LIVE RUN HAS SOMETHING TO RELEASE.
      *-----------------------
       1100-OPEN-FILES.
           OPEN INPUT REVERSAL-TRAN-FILE
           IF RV-TRN-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REVERSAL-TRAN FILE -- "
                   "STATUS " RV-TRN-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF
           IF LIVE-RUN
               OPEN I-O EMPLOYEE-MASTER-FILE
               OPEN I-O PAY-HISTORY-FILE
               OPEN I-O REVERSAL-LOG-FILE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               OPEN INPUT PAY-HISTORY-FILE
               OPEN INPUT REVERSAL-LOG-FILE
           END-IF
           IF RV-EMP-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER FILE -- "
                   "STATUS " RV-EMP-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF
           IF RV-PH-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN PAY-HISTORY FILE -- "
                   "STATUS " RV-PH-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF
           IF RV-LOG-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN REVERSAL-LOG FILE -- "
                   "STATUS " RV-LOG-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF RV-EBK-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EMPLOYEE-BANK FILE -- "
                   "STATUS " RV-EBK-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT PAY-DETAIL-FILE
           IF RV-DTL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN PAY-DETAIL FILE -- "
                   "STATUS " RV-DTL-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT REVERSAL-REGISTER
           IF RV-REG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REVERSAL REGISTER -- "
                   "STATUS " RV-REG-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-DEPT-MASTER.
           MOVE 0 TO RV-DPM-COUNT
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF RV-DPM-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEPARTMENT-MASTER FILE "
                   "-- STATUS " RV-DPM-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1210-READ-DEPT-MASTER THRU 1210-EXIT
               PERFORM 1220-STORE-DEPT-MASTER THRU 1220-EXIT
                   UNTIL END-OF-DEPT-MASTER
                      OR RV-DPM-COUNT >= 100
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-DEPT-MASTER.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET END-OF-DEPT-MASTER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-DEPT-MASTER.
           ADD 1 TO RV-DPM-COUNT
           SET RV-DPM-IDX TO RV-DPM-COUNT
           MOVE DP-DEPT-CODE TO RV-DPM-CODE(RV-DPM-IDX)
           MOVE DP-EXPENSE-ACCT TO RV-DPM-EXPENSE-ACCT(RV-DPM-IDX)
           PERFORM 1210-READ-DEPT-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-COMPANIES -- THE COMPANY MASTER. WITH NO FILE ON
      * HAND (OR AN EMPTY ONE) THE PRIMARY COMPANY "01" IS SET UP
      * FROM THE NACHA CONSTANTS.
      *-----------------------
       1300-LOAD-COMPANIES.
           MOVE 0 TO RV-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF RV-CO-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN COMPANY-MASTER FILE -- "
                   "STATUS " RV-CO-STATUS " ***"
               SET RV-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1310-READ-COMPANY THRU 1310-EXIT
               PERFORM 1320-STORE-COMPANY THRU 1320-EXIT
                   UNTIL END-OF-COMPANIES
                      OR RV-CO-COUNT >= 10
               CLOSE COMPANY-MASTER-FILE
           END-IF
           IF RV-CO-COUNT = 0
               MOVE 1 TO RV-CO-COUNT
               SET RV-CO-IDX TO 1
               MOVE "01" TO RV-CO-CODE(RV-CO-IDX)
               MOVE ACH-COMPANY-ID TO RV-CO-ACH-ID(RV-CO-IDX)
               MOVE ACH-COMPANY-NAME TO RV-CO-ACH-NAME(RV-CO-IDX)
               MOVE 0 TO RV-CO-REVERSED(RV-CO-IDX)
           END-IF
           MOVE SPACES TO RV-CO-LOOKUP-CODE
           PERFORM 1330-FIND-COMPANY THRU 1330-EXIT
           IF RV-CO-SUB = 0
               MOVE 1 TO RV-CO-PRIMARY-SUB
           ELSE
               MOVE RV-CO-SUB TO RV-CO-PRIMARY-SUB
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
           ADD 1 TO RV-CO-COUNT
           SET RV-CO-IDX TO RV-CO-COUNT
           MOVE CO-COMPANY-CODE TO RV-CO-CODE(RV-CO-IDX)
           MOVE CO-ACH-COMPANY-ID TO RV-CO-ACH-ID(RV-CO-IDX)
           MOVE CO-ACH-COMPANY-NAME TO RV-CO-ACH-NAME(RV-CO-IDX)
           MOVE 0 TO RV-CO-REVERSED(RV-CO-IDX)
           PERFORM 1310-READ-COMPANY THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      * SLOT OF THE COMPANY IN RV-CO-LOOKUP-CODE (BLANK IS THE
      * PRIMARY COMPANY "01"); ZERO WHEN IT IS NOT ON THE TABLE
       1330-FIND-COMPANY.
           IF RV-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO RV-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO RV-CO-SUB
           MOVE "N" TO RV-CO-FOUND-SWITCH
           PERFORM 1340-MATCH-COMPANY THRU 1340-EXIT
               VARYING RV-CO-IDX FROM 1 BY 1
               UNTIL RV-CO-IDX > RV-CO-COUNT
                  OR RV-CO-FOUND.
       1330-EXIT.
           EXIT.

       1340-MATCH-COMPANY.
           IF RV-CO-CODE(RV-CO-IDX) = RV-CO-LOOKUP-CODE
               SET RV-CO-SUB TO RV-CO-IDX
               SET RV-CO-FOUND TO TRUE
           END-IF.
       1340-EXIT.
           EXIT.

       1900-READ-REQUEST.
           READ REVERSAL-TRAN-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.

      *-----------------------
      * 2000-TAKE-ONE-REQUEST -- ONE KEYED REQUEST INTO THE CASE
      * TABLE, REFUSED HERE IF IT IS MALFORMED, KEYED TWICE, NOT ON
      * THE MASTER OR THE PAY HISTORY, ALREADY REVERSED, OR PAST THE
      * REVERSAL WINDOW. THE DEPOSITS THEMSELVES ARE FOUND LATER IN
      * ONE PASS OF PAYDTL.
      *-----------------------
       2000-TAKE-ONE-REQUEST.
           ADD 1 TO RV-COUNT-READ
           IF RV-CASE-COUNT >= 100
               DISPLAY "*** MORE THAN 100 REVERSAL REQUESTS -- RUN "
                   "STOPPED, NOTHING SENT ***"
               SET RV-TABLE-FULL TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO RV-CASE-COUNT
           SET RV-CASE-IDX TO RV-CASE-COUNT
           MOVE RT-EMP-ID TO RV-CS-EMP-ID(RV-CASE-IDX)
           MOVE RT-RUN-DATE TO RV-CS-RUN-DATE(RV-CASE-IDX)
           MOVE RT-REASON TO RV-CS-REASON(RV-CASE-IDX)
           MOVE SPACES TO RV-CS-NAME(RV-CASE-IDX)
           MOVE SPACES TO RV-CS-DEPT(RV-CASE-IDX)
           MOVE 0 TO RV-CS-SETTLE-DATE(RV-CASE-IDX)
           MOVE 0 TO RV-CS-DAYS(RV-CASE-IDX)
           MOVE 0 TO RV-CS-PH-NET(RV-CASE-IDX)
           MOVE 0 TO RV-CS-AMOUNT(RV-CASE-IDX)
           MOVE 0 TO RV-CS-ENTRIES(RV-CASE-IDX)
           MOVE "R" TO RV-CS-ACTION(RV-CASE-IDX)
           MOVE SPACES TO RV-CS-NOTE(RV-CASE-IDX)
           MOVE 0 TO RV-CS-CO-SUB(RV-CASE-IDX)
           IF RT-EMP-ID NOT NUMERIC OR RT-RUN-DATE NOT NUMERIC
               MOVE 0 TO RV-CS-EMP-ID(RV-CASE-IDX)
               MOVE 0 TO RV-CS-RUN-DATE(RV-CASE-IDX)
               MOVE "BAD EMPLOYEE ID OR PAY DATE" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           IF RT-REASON NOT = "DUP" AND RT-REASON NOT = "AMT"
               AND RT-REASON NOT = "TRM"
               MOVE "REASON NOT DUP, AMT OR TRM" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           IF RT-RUN-DATE > RV-RUN-DATE
               MOVE "PAY DATE IS AFTER TODAY" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE "N" TO RV-FOUND-SWITCH
           PERFORM 2010-MATCH-EARLIER-CASE THRU 2010-EXIT
               VARYING RV-CASE-SUB FROM 1 BY 1
               UNTIL RV-CASE-SUB >= RV-CASE-COUNT
                  OR RV-FOUND
           IF RV-FOUND
               MOVE "KEYED TWICE IN THIS RUN" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE RT-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO RV-NOTE-WORK
                   PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
                   GO TO 2000-NEXT
           END-READ
           MOVE EM-EMP-NAME TO RV-CS-NAME(RV-CASE-IDX)
           MOVE EM-DEPARTMENT TO RV-CS-DEPT(RV-CASE-IDX)
           MOVE EM-COMPANY-CODE TO RV-CO-LOOKUP-CODE
           PERFORM 1330-FIND-COMPANY THRU 1330-EXIT
           IF RV-CO-SUB = 0
               MOVE "COMPANY NOT ON COMPANY MASTER" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE RV-CO-SUB TO RV-CS-CO-SUB(RV-CASE-IDX)
           MOVE RT-EMP-ID TO RL-EMP-ID
           MOVE RT-RUN-DATE TO RL-RUN-DATE
           READ REVERSAL-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ALREADY REVERSED" TO RV-NOTE-WORK
                   PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
                   GO TO 2000-NEXT
           END-READ
           MOVE RT-EMP-ID TO PH-EMP-ID
           MOVE RT-RUN-DATE TO PH-RUN-DATE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "NO PAY HISTORY FOR PAY DATE" TO RV-NOTE-WORK
                   PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
                   GO TO 2000-NEXT
           END-READ
           MOVE PH-NET-PAY TO RV-CS-PH-NET(RV-CASE-IDX)
           PERFORM 2100-CHECK-WINDOW THRU 2100-EXIT.
       2000-NEXT.
           PERFORM 1900-READ-REQUEST THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

       2010-MATCH-EARLIER-CASE.
           IF RV-CS-EMP-ID(RV-CASE-SUB) = RT-EMP-ID
               AND RV-CS-RUN-DATE(RV-CASE-SUB) = RT-RUN-DATE
               SET RV-FOUND TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------
      * 2100-CHECK-WINDOW -- THE ORIGINAL DEPOSIT SETTLED ON THE
      * EFFECTIVE DATE THE PAY CYCLE GAVE IT (THE NEXT BANKING DAY
      * ON OR AFTER ITS RUN DATE); THE REVERSAL MUST SETTLE NO MORE
      * THAN FIVE BANKING DAYS AFTER THAT
      *-----------------------
       2100-CHECK-WINDOW.
           MOVE "N" TO RV-BK-FUNCTION
           MOVE RT-RUN-DATE TO RV-BK-DATE-1
           CALL "BANKING-DAY" USING RV-BK-FUNCTION
               RV-BK-DATE-1 RV-BK-DATE-2
               RV-BK-RESULT-DATE RV-BK-RESULT-COUNT
           MOVE RV-BK-RESULT-DATE TO RV-CS-SETTLE-DATE(RV-CASE-IDX)
           MOVE "C" TO RV-BK-FUNCTION
           MOVE RV-BK-RESULT-DATE TO RV-BK-DATE-1
           MOVE RV-EFF-DATE TO RV-BK-DATE-2
           CALL "BANKING-DAY" USING RV-BK-FUNCTION
               RV-BK-DATE-1 RV-BK-DATE-2
               RV-BK-RESULT-DATE RV-BK-RESULT-COUNT
           MOVE RV-BK-RESULT-COUNT TO RV-CS-DAYS(RV-CASE-IDX)
           IF RV-BK-RESULT-COUNT > RV-WINDOW-DAYS
               MOVE "PAST 5-BANKING-DAY WINDOW" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2900-REFUSE-CASE.
           MOVE "X" TO RV-CS-ACTION(RV-CASE-IDX)
           MOVE RV-NOTE-WORK TO RV-CS-NOTE(RV-CASE-IDX)
           ADD 1 TO RV-COUNT-REFUSED.
       2900-EXIT.
           EXIT.

      *-----------------------
      * 3000-FIND-DEPOSITS -- ONE PASS OF PAYDTL PICKS UP EVERY LIVE
      * DEPOSIT ENTRY ("A" LINE, CREDIT CODE 22 OR 32, MONEY ON IT)
      * FOR A PAY DATE STILL TO BE REVERSED. PRENOTES CARRY NO MONEY
      * AND ARE PASSED OVER.
      *-----------------------
       3000-FIND-DEPOSITS.
           PERFORM 3010-READ-DETAIL THRU 3010-EXIT
           PERFORM 3020-TAKE-DETAIL THRU 3020-EXIT
               UNTIL END-OF-PAY-DETAIL
                  OR RV-TABLE-FULL.
       3000-EXIT.
           EXIT.

       3010-READ-DETAIL.
           READ PAY-DETAIL-FILE
               AT END
                   SET END-OF-PAY-DETAIL TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

       3020-TAKE-DETAIL.
           IF NOT PD-ACH-LINE
               GO TO 3020-NEXT
           END-IF
           IF PD-ACH-AMOUNT NOT NUMERIC OR PD-ACH-AMOUNT = 0
               GO TO 3020-NEXT
           END-IF
           IF PD-ACH-TRAN-CODE NOT = "22"
               AND PD-ACH-TRAN-CODE NOT = "32"
               GO TO 3020-NEXT
           END-IF
           MOVE "N" TO RV-FOUND-SWITCH
           PERFORM 3030-MATCH-CASE THRU 3030-EXIT
               VARYING RV-CASE-IDX FROM 1 BY 1
               UNTIL RV-CASE-IDX > RV-CASE-COUNT
                  OR RV-FOUND
           IF NOT RV-FOUND
               GO TO 3020-NEXT
           END-IF
           IF RV-ENTRY-COUNT >= 500
               DISPLAY "*** MORE THAN 500 DEPOSIT ENTRIES TO REVERSE "
                   "-- RUN STOPPED, NOTHING SENT ***"
               SET RV-TABLE-FULL TO TRUE
               GO TO 3020-EXIT
           END-IF
           ADD 1 TO RV-ENTRY-COUNT
           SET RV-ENT-IDX TO RV-ENTRY-COUNT
           MOVE RV-CASE-SUB TO RV-EN-CASE(RV-ENT-IDX)
           MOVE PD-ACH-MASKED-ACCT TO RV-EN-MASKED(RV-ENT-IDX)
           MOVE PD-ACH-AMOUNT TO RV-EN-AMOUNT(RV-ENT-IDX)
           IF PD-ACH-TRAN-CODE = "32"
               MOVE "37" TO RV-EN-TRAN-CODE(RV-ENT-IDX)
           ELSE
               MOVE "27" TO RV-EN-TRAN-CODE(RV-ENT-IDX)
           END-IF
           MOVE 0 TO RV-EN-ROUTING(RV-ENT-IDX)
           MOVE 0 TO RV-EN-ACCOUNT(RV-ENT-IDX)
           MOVE "N" TO RV-EN-RESOLVED(RV-ENT-IDX)
           ADD PD-ACH-AMOUNT TO RV-CS-AMOUNT(RV-CASE-SUB)
           ADD 1 TO RV-CS-ENTRIES(RV-CASE-SUB).
       3020-NEXT.
           PERFORM 3010-READ-DETAIL THRU 3010-EXIT.
       3020-EXIT.
           EXIT.

       3030-MATCH-CASE.
           IF RV-CS-EMP-ID(RV-CASE-IDX) = PD-EMP-ID
               AND RV-CS-RUN-DATE(RV-CASE-IDX) = PD-RUN-DATE
               AND RV-CS-ACTION(RV-CASE-IDX) = "R"
               SET RV-FOUND TO TRUE
               SET RV-CASE-SUB TO RV-CASE-IDX
           END-IF.
       3030-EXIT.
           EXIT.

      *-----------------------
      * 3500-PROVE-ONE-CASE -- A REQUEST STILL STANDING MUST HAVE
      * DEPOSITS ON PAYDTL, NO MORE MONEY IN THEM THAN ITS PAY-
      * HISTORY NET, AND EVERY ONE TRACEABLE TO AN ACCOUNT STILL ON
      * FILE. PAYDTL CARRIES ONLY THE LAST FOUR DIGITS, SO EACH
      * ENTRY IS MATCHED TO THE MASTER'S ACCOUNT OR ONE OF THE
      * EMPLOYEE'S EMPBANK SPLITS; AN ACCOUNT CHANGED SINCE THE
      * DEPOSIT CANNOT BE DEBITED SAFELY AND IS REFUSED.
      *-----------------------
       3500-PROVE-ONE-CASE.
           IF RV-CS-ACTION(RV-CASE-IDX) NOT = "R"
               GO TO 3500-EXIT
           END-IF
           IF RV-CS-ENTRIES(RV-CASE-IDX) = 0
               MOVE "NO DEPOSIT ON PAYDTL FOR DATE" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 3500-EXIT
           END-IF
           IF RV-CS-AMOUNT(RV-CASE-IDX) > RV-CS-PH-NET(RV-CASE-IDX)
               MOVE "DEPOSITS OVER PAY-HISTORY NET" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 3500-EXIT
           END-IF
           MOVE RV-CS-EMP-ID(RV-CASE-IDX) TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO RV-NOTE-WORK
                   PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
                   GO TO 3500-EXIT
           END-READ
           SET RV-CASE-SUB TO RV-CASE-IDX
           MOVE 0 TO RV-UNRESOLVED
           PERFORM 3600-RESOLVE-ONE-ENTRY THRU 3600-EXIT
               VARYING RV-ENT-IDX FROM 1 BY 1
               UNTIL RV-ENT-IDX > RV-ENTRY-COUNT
           IF RV-UNRESOLVED > 0
               MOVE "ACCOUNT NO LONGER ON FILE" TO RV-NOTE-WORK
               PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO RV-COUNT-REVERSED
           ADD RV-CS-ENTRIES(RV-CASE-IDX) TO RV-COUNT-ENTRIES
           ADD RV-CS-AMOUNT(RV-CASE-IDX) TO RV-REVERSED-TOTAL
           MOVE RV-CS-CO-SUB(RV-CASE-IDX) TO RV-CO-SUB
           ADD RV-CS-AMOUNT(RV-CASE-IDX) TO RV-CO-REVERSED(RV-CO-SUB)
           PERFORM 3700-FOLD-DEPARTMENT THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3600-RESOLVE-ONE-ENTRY.
           IF RV-EN-CASE(RV-ENT-IDX) NOT = RV-CASE-SUB
               GO TO 3600-EXIT
           END-IF
           IF EM-BANK-ACCOUNT(9:4) = RV-EN-MASKED(RV-ENT-IDX)(9:4)
               MOVE EM-BANK-ROUTING TO RV-EN-ROUTING(RV-ENT-IDX)
               MOVE EM-BANK-ACCOUNT TO RV-EN-ACCOUNT(RV-ENT-IDX)
               MOVE "Y" TO RV-EN-RESOLVED(RV-ENT-IDX)
               GO TO 3600-EXIT
           END-IF
           MOVE "N" TO RV-EBK-EOF-SWITCH
           MOVE EM-EMP-ID TO EB-EMP-ID
           MOVE 0 TO EB-SEQ
           START EMPLOYEE-BANK-FILE KEY >= EB-KEY
               INVALID KEY
                   SET END-OF-BANK-SPLITS TO TRUE
           END-START
           PERFORM 3610-MATCH-ONE-SPLIT THRU 3610-EXIT
               UNTIL END-OF-BANK-SPLITS
                  OR RV-EN-RESOLVED(RV-ENT-IDX) = "Y"
           IF RV-EN-RESOLVED(RV-ENT-IDX) NOT = "Y"
               ADD 1 TO RV-UNRESOLVED
           END-IF.
       3600-EXIT.
           EXIT.

       3610-MATCH-ONE-SPLIT.
           READ EMPLOYEE-BANK-FILE NEXT RECORD
               AT END
                   SET END-OF-BANK-SPLITS TO TRUE
           END-READ
           IF END-OF-BANK-SPLITS
               GO TO 3610-EXIT
           END-IF
           IF EB-EMP-ID NOT = EM-EMP-ID
               SET END-OF-BANK-SPLITS TO TRUE
               GO TO 3610-EXIT
           END-IF
           IF EB-BANK-ACCOUNT(9:4) = RV-EN-MASKED(RV-ENT-IDX)(9:4)
               MOVE EB-BANK-ROUTING TO RV-EN-ROUTING(RV-ENT-IDX)
               MOVE EB-BANK-ACCOUNT TO RV-EN-ACCOUNT(RV-ENT-IDX)
               MOVE "Y" TO RV-EN-RESOLVED(RV-ENT-IDX)
           END-IF.
       3610-EXIT.
           EXIT.

      *-----------------------
      * 3700-FOLD-DEPARTMENT -- THE REVERSED AMOUNT INTO THE
      * EMPLOYEE'S DEPARTMENT TOTAL FOR THE GL EXPENSE CREDITS,
      * KEPT APART BY COMPANY
      *-----------------------
       3700-FOLD-DEPARTMENT.
           MOVE "N" TO RV-FOUND-SWITCH
           PERFORM 3710-SEARCH-DEPARTMENT THRU 3710-EXIT
               VARYING RV-DEPT-IDX FROM 1 BY 1
               UNTIL RV-DEPT-IDX > RV-DEPT-COUNT
                  OR RV-FOUND
           IF RV-FOUND
               SET RV-DEPT-IDX TO RV-DEPT-SUB
           ELSE
               ADD 1 TO RV-DEPT-COUNT
               SET RV-DEPT-IDX TO RV-DEPT-COUNT
               MOVE RV-CS-DEPT(RV-CASE-IDX) TO RV-DEPT-NAME(RV-DEPT-IDX)
               MOVE RV-CS-CO-SUB(RV-CASE-IDX)
                   TO RV-DEPT-CO-SUB(RV-DEPT-IDX)
               MOVE 0 TO RV-DEPT-AMOUNT(RV-DEPT-IDX)
           END-IF
           ADD RV-CS-AMOUNT(RV-CASE-IDX) TO RV-DEPT-AMOUNT(RV-DEPT-IDX).
       3700-EXIT.
           EXIT.

       3710-SEARCH-DEPARTMENT.
           IF RV-DEPT-NAME(RV-DEPT-IDX) = RV-CS-DEPT(RV-CASE-IDX)
               AND RV-DEPT-CO-SUB(RV-DEPT-IDX)
                   = RV-CS-CO-SUB(RV-CASE-IDX)
               SET RV-FOUND TO TRUE
               SET RV-DEPT-SUB TO RV-DEPT-IDX
           END-IF.
       3710-EXIT.
           EXIT.

      *-----------------------
      * 4000-RELEASE -- BOTH OUTPUTS ARE OPENED BEFORE ANYTHING IS
      * WRITTEN OR UPDATED, SO A FAILED OPEN SENDS AND CHANGES
      * NOTHING. THEN THE NACHA FILE, THE MASTER, HISTORY AND LOG
      * UPDATES, AND THE GL SEGMENT.
      *-----------------------
       4000-RELEASE.
           OPEN OUTPUT REVERSAL-ACH-FILE
           IF RV-ACH-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REVERSAL ACH FILE -- "
                   "STATUS " RV-ACH-STATUS " ***"
               SET RV-RELEASE-FAILED TO TRUE
               GO TO 4000-EXIT
           END-IF
           OPEN EXTEND GL-EXTRACT-FILE
           IF RV-GL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " RV-GL-STATUS " ***"
               CLOSE REVERSAL-ACH-FILE
               SET RV-RELEASE-FAILED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-WRITE-ACH-FILE THRU 4100-EXIT
           PERFORM 4300-APPLY-ONE-CASE THRU 4300-EXIT
               VARYING RV-CASE-IDX FROM 1 BY 1
               UNTIL RV-CASE-IDX > RV-CASE-COUNT
           PERFORM 4500-WRITE-GL-SEGMENT THRU 4500-EXIT
           CLOSE REVERSAL-ACH-FILE
           CLOSE GL-EXTRACT-FILE.
       4000-EXIT.
           EXIT.

      * ONE FILE UNDER THE PRIMARY COMPANY, ONE BATCH PER COMPANY
      * WITH A REVERSAL IN IT UNDER THAT COMPANY'S ACH COMPANY ID
       4100-WRITE-ACH-FILE.
           MOVE 0 TO ACH-TRACE-SEQ
           MOVE 0 TO ACH-RECORD-COUNT
           MOVE 0 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-FILE-ENTRY-COUNT
           MOVE 0 TO ACH-FILE-ENTRY-HASH
           MOVE 0 TO ACH-FILE-DEBIT-TOTAL
           ACCEPT ACH-CREATE-TIME FROM TIME
           MOVE SPACES TO AFH-IMMED-DEST
           MOVE ACH-DEST-ROUTING TO AFH-IMMED-DEST(2:9)
           MOVE RV-CO-ACH-ID(RV-CO-PRIMARY-SUB) TO AFH-IMMED-ORIGIN
           MOVE RV-RUN-DATE(3:6) TO AFH-CREATE-DATE
           MOVE ACH-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE RV-CO-ACH-NAME(RV-CO-PRIMARY-SUB) TO AFH-ORIGIN-NAME
           MOVE ACH-FILE-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE RV-RUN-DATE(3:6) TO ABH-DESC-DATE
           MOVE RV-EFF-DATE(3:6) TO ABH-EFF-DATE
           MOVE ACH-ODFI-ID TO ABH-ODFI
           PERFORM 4110-WRITE-COMPANY-BATCH THRU 4110-EXIT
               VARYING RV-CO-PASS-SUB FROM 1 BY 1
               UNTIL RV-CO-PASS-SUB > RV-CO-COUNT
           MOVE ACH-BATCH-TOTAL TO AFC-BATCH-COUNT
           MOVE ACH-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE ACH-FILE-DEBIT-TOTAL TO AFC-TOTAL-DEBIT
           MOVE 0 TO AFC-TOTAL-CREDIT
           ADD 1 TO ACH-RECORD-COUNT
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
           MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE ACH-FILE-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           COMPUTE ACH-FILL-COUNT =
               (ACH-BLOCK-COUNT * 10) - ACH-RECORD-COUNT
           PERFORM 4180-WRITE-ACH-FILL THRU 4180-EXIT
               ACH-FILL-COUNT TIMES.
       4100-EXIT.
           EXIT.

       4110-WRITE-COMPANY-BATCH.
           MOVE "N" TO RV-CO-BATCH-SWITCH
           PERFORM 4150-WRITE-ONE-ENTRY THRU 4150-EXIT
               VARYING RV-ENT-IDX FROM 1 BY 1
               UNTIL RV-ENT-IDX > RV-ENTRY-COUNT
           IF NOT RV-CO-BATCH-OPEN
               GO TO 4110-EXIT
           END-IF
           MOVE ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
           MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE ACH-DEBIT-TOTAL TO ABC-TOTAL-DEBIT
           MOVE 0 TO ABC-TOTAL-CREDIT
           MOVE RV-CO-ACH-ID(RV-CO-PASS-SUB) TO ABC-COMPANY-ID
           MOVE ACH-ODFI-ID TO ABC-ODFI
           MOVE ACH-BATCH-TOTAL TO ABC-BATCH-NO
           MOVE ACH-BATCH-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           ADD ACH-ENTRY-COUNT TO ACH-FILE-ENTRY-COUNT
           ADD ACH-ENTRY-HASH TO ACH-FILE-ENTRY-HASH
           ADD ACH-DEBIT-TOTAL TO ACH-FILE-DEBIT-TOTAL.
       4110-EXIT.
           EXIT.

       4120-OPEN-COMPANY-BATCH.
           SET RV-CO-BATCH-OPEN TO TRUE
           ADD 1 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO ACH-ENTRY-HASH
           MOVE 0 TO ACH-DEBIT-TOTAL
           MOVE RV-CO-ACH-NAME(RV-CO-PASS-SUB) TO ABH-COMPANY-NAME
           MOVE RV-CO-ACH-ID(RV-CO-PASS-SUB) TO ABH-COMPANY-ID
           MOVE ACH-BATCH-TOTAL TO ABH-BATCH-NO
           MOVE ACH-BATCH-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT.
       4120-EXIT.
           EXIT.

       4150-WRITE-ONE-ENTRY.
           SET RV-CASE-IDX TO RV-EN-CASE(RV-ENT-IDX)
           IF RV-CS-ACTION(RV-CASE-IDX) NOT = "R"
               GO TO 4150-EXIT
           END-IF
           IF RV-CS-CO-SUB(RV-CASE-IDX) NOT = RV-CO-PASS-SUB
               GO TO 4150-EXIT
           END-IF
           IF NOT RV-CO-BATCH-OPEN
               PERFORM 4120-OPEN-COMPANY-BATCH THRU 4120-EXIT
           END-IF
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQ
           ADD 1 TO ACH-RECORD-COUNT
           MOVE RV-EN-TRAN-CODE(RV-ENT-IDX) TO AED-TRAN-CODE
           MOVE RV-EN-ROUTING(RV-ENT-IDX) TO ACH-ROUTING-WORK
           MOVE ACH-ROUTING-FIRST-8 TO AED-RDFI-ROUTING
           MOVE ACH-ROUTING-CHECK TO AED-RDFI-CHECK
           ADD ACH-ROUTING-FIRST-8 TO ACH-ENTRY-HASH
           MOVE RV-EN-ACCOUNT(RV-ENT-IDX) TO AED-ACCOUNT
           COMPUTE AED-AMOUNT = RV-EN-AMOUNT(RV-ENT-IDX) * 100
           COMPUTE ACH-DEBIT-TOTAL = ACH-DEBIT-TOTAL
               + (RV-EN-AMOUNT(RV-ENT-IDX) * 100)
           MOVE RV-CS-EMP-ID(RV-CASE-IDX) TO AED-INDIV-ID
           MOVE RV-CS-NAME(RV-CASE-IDX) TO AED-INDIV-NAME
           MOVE ACH-ODFI-ID TO AED-TRACE-ODFI
           MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
           MOVE ACH-ENTRY-DETAIL TO DD-RECORD
           WRITE DD-RECORD.
       4150-EXIT.
           EXIT.

       4180-WRITE-ACH-FILL.
           MOVE ACH-FILL-RECORD TO DD-RECORD
           WRITE DD-RECORD.
       4180-EXIT.
           EXIT.

      *-----------------------
      * 4300-APPLY-ONE-CASE -- BACK THE REVERSED AMOUNT OUT OF THE
      * PAY-HISTORY RECORD'S GROSS AND NET AND, FOR A PAY DATE IN
      * THE CURRENT YEAR, OUT OF THE MASTER'S YTD GROSS AND NET (A
      * PRIOR YEAR'S TOTALS HAVE ALREADY BEEN CLOSED BY YEAR-END).
      * THE TAX AND DEDUCTIONS WITHHELD STAY ON THE RECORD -- ONLY
      * THE NET DEPOSIT COMES BACK. THEN LOG THE PAY DATE.
      *-----------------------
       4300-APPLY-ONE-CASE.
           IF RV-CS-ACTION(RV-CASE-IDX) NOT = "R"
               GO TO 4300-EXIT
           END-IF
           IF RV-CS-RUN-DATE(RV-CASE-IDX)(1:4) = RV-RUN-DATE(1:4)
               MOVE RV-CS-EMP-ID(RV-CASE-IDX) TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "*** EMPLOYEE " EM-EMP-ID " LEFT THE "
                           "MASTER DURING THE RUN -- YTD NOT CHANGED"
                   NOT INVALID KEY
                       PERFORM 4310-BACK-OUT-YTD THRU 4310-EXIT
               END-READ
           END-IF
           MOVE RV-CS-EMP-ID(RV-CASE-IDX) TO PH-EMP-ID
           MOVE RV-CS-RUN-DATE(RV-CASE-IDX) TO PH-RUN-DATE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY "*** PAY HISTORY " PH-KEY " LEFT THE FILE "
                       "DURING THE RUN -- HISTORY NOT CHANGED"
               NOT INVALID KEY
                   SUBTRACT RV-CS-AMOUNT(RV-CASE-IDX) FROM PH-GROSS
                   SUBTRACT RV-CS-AMOUNT(RV-CASE-IDX) FROM PH-NET-PAY
                   REWRITE PAY-HISTORY-RECORD
           END-READ
           MOVE RV-CS-EMP-ID(RV-CASE-IDX) TO RL-EMP-ID
           MOVE RV-CS-RUN-DATE(RV-CASE-IDX) TO RL-RUN-DATE
           MOVE RV-CS-REASON(RV-CASE-IDX) TO RL-REASON
           MOVE RV-RUN-DATE TO RL-REVERSAL-DATE
           MOVE RV-EFF-DATE TO RL-EFF-DATE
           MOVE RV-CS-ENTRIES(RV-CASE-IDX) TO RL-ENTRY-COUNT
           MOVE RV-CS-AMOUNT(RV-CASE-IDX) TO RL-AMOUNT
           MOVE RV-CS-DEPT(RV-CASE-IDX) TO RL-DEPARTMENT
           MOVE RV-OPERATOR-ID TO RL-OPERATOR-ID
           WRITE ACH-REVERSAL-RECORD
               INVALID KEY
                   DISPLAY "*** REVERSAL LOG WRITE FAILED FOR " RL-KEY
                       " -- STATUS " RV-LOG-STATUS " ***"
           END-WRITE
           PERFORM 4320-LOG-SECURITY THRU 4320-EXIT.
       4300-EXIT.
           EXIT.

       4310-BACK-OUT-YTD.
           IF EM-YTD-GROSS < RV-CS-AMOUNT(RV-CASE-IDX)
               MOVE 0 TO EM-YTD-GROSS
           ELSE
               SUBTRACT RV-CS-AMOUNT(RV-CASE-IDX) FROM EM-YTD-GROSS
           END-IF
           IF EM-YTD-NET < RV-CS-AMOUNT(RV-CASE-IDX)
               MOVE 0 TO EM-YTD-NET
           ELSE
               SUBTRACT RV-CS-AMOUNT(RV-CASE-IDX) FROM EM-YTD-NET
           END-IF
           REWRITE EMP-MASTER-RECORD.
       4310-EXIT.
           EXIT.

      * THE REVERSED DEPOSIT ON THE SECURITY LOG, UNDER THE RUN'S
      * APPROVAL
       4320-LOG-SECURITY.
           MOVE SPACES TO RV-SEC-OBJECT
           STRING "EMPLOYEE " DELIMITED BY SIZE
               RV-CS-EMP-ID(RV-CASE-IDX) DELIMITED BY SIZE
               " PAID " DELIMITED BY SIZE
               RV-CS-RUN-DATE(RV-CASE-IDX) DELIMITED BY SIZE
               INTO RV-SEC-OBJECT
           END-STRING
           MOVE RETURN-CODE TO RV-SEC-CODE
           CALL "SECURITY-LOG" USING RV-SEC-TYPE RV-OPERATOR-ID
               JB-NAME RV-SEC-ACTION RV-OA-LEVEL RV-OA-RESULT
               RV-SEC-OBJECT RV-SEC-CODE.
       4320-EXIT.
           EXIT.

      *-----------------------
      * 4500-WRITE-GL-SEGMENT -- THE REVERSAL AS ITS OWN TRAILED
      * SEGMENT PER COMPANY ON THE SHARED EXTRACT, EVERY LINE
      * CARRYING THE COMPANY CODE: THE RECOVERED CASH DEBITED
      * BACK TO THE CLEARING ACCOUNT THE NET PAY WAS CREDITED TO,
      * EACH DEPARTMENT'S EXPENSE ACCOUNT CREDITED, THE PROOF PAIR,
      * AND THE CONTROL TRAILER GL-POSTING PROVES IT AGAINST
      *-----------------------
       4500-WRITE-GL-SEGMENT.
           PERFORM 4510-WRITE-COMPANY-SEGMENT THRU 4510-EXIT
               VARYING RV-CO-PASS-SUB FROM 1 BY 1
               UNTIL RV-CO-PASS-SUB > RV-CO-COUNT.
       4500-EXIT.
           EXIT.

       4510-WRITE-COMPANY-SEGMENT.
           IF RV-CO-REVERSED(RV-CO-PASS-SUB) = 0
               GO TO 4510-EXIT
           END-IF
           MOVE 0 TO RV-TRL-COUNT
           MOVE 0 TO RV-TRL-HASH
           MOVE SPACES TO GL-RECORD
           MOVE RV-RUN-DATE TO GL-RUN-DATE
           MOVE RV-CO-CODE(RV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE GL-CLEARING-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "NET PAY" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "REVRSL" TO GL-LINE-TYPE
           MOVE RV-CO-REVERSED(RV-CO-PASS-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO RV-TRL-COUNT
           ADD GL-AMOUNT TO RV-TRL-HASH
           PERFORM 4550-WRITE-DEPT-CREDIT THRU 4550-EXIT
               VARYING RV-DEPT-IDX FROM 1 BY 1
               UNTIL RV-DEPT-IDX > RV-DEPT-COUNT
           MOVE SPACES TO GL-RECORD
           MOVE RV-RUN-DATE TO GL-RUN-DATE
           MOVE RV-CO-CODE(RV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE RV-CO-REVERSED(RV-CO-PASS-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE RV-RUN-DATE TO GL-RUN-DATE
           MOVE RV-CO-CODE(RV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE RV-CO-REVERSED(RV-CO-PASS-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO RV-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE RV-RUN-DATE TO FT-RUN-DATE
           MOVE "TRAILER " TO FT-MARKER
           MOVE RV-TRL-COUNT TO FT-RECORD-COUNT
           MOVE RV-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD.
       4510-EXIT.
           EXIT.

       4550-WRITE-DEPT-CREDIT.
           IF RV-DEPT-CO-SUB(RV-DEPT-IDX) NOT = RV-CO-PASS-SUB
               GO TO 4550-EXIT
           END-IF
           MOVE GL-PAYROLL-ACCOUNT TO RV-DPM-ACCT-WORK
           MOVE "N" TO RV-DPM-FOUND-SWITCH
           PERFORM 4560-COMPARE-DEPT THRU 4560-EXIT
               VARYING RV-DPM-IDX FROM 1 BY 1
               UNTIL RV-DPM-IDX > RV-DPM-COUNT
                  OR RV-DPM-FOUND
           MOVE SPACES TO GL-RECORD
           MOVE RV-RUN-DATE TO GL-RUN-DATE
           MOVE RV-CO-CODE(RV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE RV-DPM-ACCT-WORK TO GL-ACCOUNT-CODE
           MOVE RV-DEPT-NAME(RV-DEPT-IDX) TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "REVRSL" TO GL-LINE-TYPE
           MOVE RV-DEPT-AMOUNT(RV-DEPT-IDX) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO RV-TRL-COUNT
           ADD GL-AMOUNT TO RV-TRL-HASH.
       4550-EXIT.
           EXIT.

       4560-COMPARE-DEPT.
           IF RV-DPM-CODE(RV-DPM-IDX) = RV-DEPT-NAME(RV-DEPT-IDX)
               SET RV-DPM-FOUND TO TRUE
               MOVE RV-DPM-EXPENSE-ACCT(RV-DPM-IDX)
                   TO RV-DPM-ACCT-WORK
           END-IF.
       4560-EXIT.
           EXIT.

      *-----------------------
      * 5000-PRINT-REGISTER -- EVERY REQUEST WITH ITS OUTCOME, THE
      * REVERSING DEBITS UNDER EACH ONE SENT, THE RUN TOTALS, AND
      * THE PAYROLL MANAGER'S SIGNATURE BLOCK
      *-----------------------
       5000-PRINT-REGISTER.
           MOVE RV-RUN-DATE TO RH-RUN-DATE
           EVALUATE TRUE
               WHEN RV-AUTHORITY-DENIED
                   MOVE "NOT AUTHORIZED -- NOTHING SENT" TO RH-MODE
               WHEN PREVIEW-RUN
                   MOVE "PREVIEW -- NOTHING SENT OR UPDATED"
                       TO RH-MODE
               WHEN RV-RELEASE-FAILED
                   MOVE "RELEASE FAILED -- NOTHING SENT" TO RH-MODE
               WHEN OTHER
                   MOVE SPACES TO RH-MODE
           END-EVALUATE
           MOVE RPT-HDR-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE RV-EFF-DATE TO RF-EFF-DATE
           MOVE RV-WINDOW-DAYS TO RF-WINDOW
           MOVE RPT-EFF-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE RPT-COL-HDR-LINE TO RG-LINE
           WRITE RG-LINE
           PERFORM 5100-PRINT-ONE-CASE THRU 5100-EXIT
               VARYING RV-CASE-IDX FROM 1 BY 1
               UNTIL RV-CASE-IDX > RV-CASE-COUNT
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE RV-COUNT-REVERSED TO RT-COUNT
           MOVE RV-COUNT-ENTRIES TO RT-ENTRIES
           MOVE RV-REVERSED-TOTAL TO RT-AMOUNT
           MOVE RV-COUNT-REFUSED TO RT-REFUSED
           MOVE RPT-TOTAL-LINE TO RG-LINE
           WRITE RG-LINE
           IF LIVE-RUN AND NOT RV-RELEASE-FAILED
               MOVE RV-OPERATOR-ID TO RO-OPERATOR-ID
               MOVE RPT-OPERATOR-LINE TO RG-LINE
               WRITE RG-LINE
           END-IF
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           WRITE RG-LINE
           MOVE RPT-SIGN-TITLE-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE RPT-SIGN-LINE TO RG-LINE
           WRITE RG-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-CASE.
           MOVE RV-CS-EMP-ID(RV-CASE-IDX) TO RD-EMP-ID
           MOVE RV-CS-NAME(RV-CASE-IDX) TO RD-EMP-NAME
           MOVE RV-CS-RUN-DATE(RV-CASE-IDX) TO RD-RUN-DATE
           MOVE RV-CS-REASON(RV-CASE-IDX) TO RD-REASON
           MOVE RV-CS-DAYS(RV-CASE-IDX) TO RD-DAYS
           MOVE RV-CS-AMOUNT(RV-CASE-IDX) TO RD-AMOUNT
           IF RV-CS-ACTION(RV-CASE-IDX) = "R"
               IF LIVE-RUN AND NOT RV-RELEASE-FAILED
                   MOVE "REVERSED" TO RD-NOTE
               ELSE
                   MOVE "WOULD BE REVERSED" TO RD-NOTE
               END-IF
           ELSE
               MOVE RV-CS-NOTE(RV-CASE-IDX) TO RD-NOTE
           END-IF
           MOVE RPT-DETAIL-LINE TO RG-LINE
           WRITE RG-LINE
           IF RV-CS-ACTION(RV-CASE-IDX) = "R"
               SET RV-CASE-SUB TO RV-CASE-IDX
               PERFORM 5150-PRINT-ONE-ENTRY THRU 5150-EXIT
                   VARYING RV-ENT-IDX FROM 1 BY 1
                   UNTIL RV-ENT-IDX > RV-ENTRY-COUNT
           END-IF.
       5100-EXIT.
           EXIT.

       5150-PRINT-ONE-ENTRY.
           IF RV-EN-CASE(RV-ENT-IDX) = RV-CASE-SUB
               MOVE RV-EN-TRAN-CODE(RV-ENT-IDX) TO RE-TRAN-CODE
               MOVE RV-EN-ROUTING(RV-ENT-IDX) TO RE-ROUTING
               MOVE RV-EN-MASKED(RV-ENT-IDX) TO RE-ACCOUNT
               MOVE RV-EN-AMOUNT(RV-ENT-IDX) TO RE-AMOUNT
               MOVE RPT-ENTRY-LINE TO RG-LINE
               WRITE RG-LINE
           END-IF.
       5150-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- OPERATOR SUMMARY AND RETURN CODE:
      * 0 EVERY REQUEST REVERSED, 4 SOME REFUSED, 8 NOTHING SENT
      * (PREVIEW, NOT AUTHORIZED, OR ALL REFUSED), 16 A FILE COULD
      * NOT BE OPENED
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "ACH-REVERSAL RUN SUMMARY"
           DISPLAY "  REQUESTS READ......: " RV-COUNT-READ
           DISPLAY "  PAY DATES REVERSED.: " RV-COUNT-REVERSED
           DISPLAY "  REVERSING DEBITS...: " RV-COUNT-ENTRIES
           DISPLAY "  AMOUNT REVERSED....: " RV-REVERSED-TOTAL
           DISPLAY "  REFUSED............: " RV-COUNT-REFUSED
           DISPLAY "  EFFECTIVE DATE.....: " RV-EFF-DATE
           EVALUATE TRUE
               WHEN RV-RELEASE-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN PREVIEW-RUN OR RV-COUNT-REVERSED = 0
                   MOVE 8 TO RETURN-CODE
               WHEN RV-COUNT-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME RV-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE REVERSAL-TRAN-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE PAY-DETAIL-FILE
           CLOSE REVERSAL-LOG-FILE
           CLOSE REVERSAL-REGISTER.
       9000-EXIT.
           EXIT.

       END PROGRAM ACH-REVERSAL.
