      *                  now refuses the run before any update
      *                  (RC 8); the out-of-balance path warns
      *                  that the figures are already applied.
      * 2026-10-15  JCM  State and local income tax is now withheld from
      *                  the supplemental gross by work location through
      *                  the same JURTAX table and rules as the regular
      *                  cycle. The register's withheld column is the
      *                  total with a line per jurisdiction beneath, pay
      *                  history carries the state and local figures,
      *                  and each jurisdiction is credited to its own GL
      *                  liability account in the segment.
      * 2026-10-15  JCM  Jurisdiction run-total lookup now keeps the
      *                  matched slot instead of the one after it.
      * 2026-10-15  JCM  A supplemental payment on a date with no
      *                  regular pay-history record is now stamped group
      *                  S, so the pay cycle's variance review does not
      *                  take a bonus for the last regular paycheck.
      * 2026-10-15  JCM  A new pay-history record carries a zero PH-
      *                  EMPLOYER-MATCH; no retirement-plan deferral is
      *                  taken from a supplemental payment.
      * 2026-10-15  JCM  A new pay-history record carries blank
      *                  earnings-code totals; a supplemental payment is
      *                  not priced by earnings code.
      * 2026-10-15  JCM  Payments are now kept by the employee's company
      *                  (EM-COMPANY-CODE, blank = primary company 01)
      *                  from the new company master (COMPMST). Each
      *                  company's deposits go out as their own NACHA
      *                  batch under its ACH company ID within the one
      *                  SUPACH file, each company paid gets its own
      *                  balanced, trailed GL segment with every line
      *                  carrying its company code, and the register
      *                  closes with a totals line per company. An
      *                  employee whose company is not on the company
      *                  master is rejected and not paid. With no
      *                  company master on file the run behaves as
      *                  before.
      * 2026-10-15  JCM  Tax table record carries TT-TAX-YEAR, the year
      *                  the bracket is for, so the cycle readiness
      *                  check can hold the chain on a table loaded for
      *                  the wrong year. The pay arithmetic is
      *                  unchanged.
      * 2026-10-15  JCM  The SUPTRAN batch must now also be approved by
      *                  a second operator on the BATCHAPR maker/checker
      *                  queue under the business date, with its payment
      *                  count and gross still matching the
      *                  registration. A pre-pass counts and totals the
      *                  batch before the pay loop; a batch with no
      *                  approval, one pending or rejected, one approved
      *                  by its own submitter, or one changed since it
      *                  was registered refuses the run before any
      *                  master or history update (RC 8).
      * 2026-10-15  JCM  The run now takes on SYSIN which batch it is
      *                  paying: 1 the keyed SUPTRAN supplemental batch,
      *                  2 the final-pay batch FINAL-PAY hands on. Final
      *                  pay proves against its own PAYCTL approval
      *                  (group F) and is released under its own
      *                  BATCHAPR queue entry (reference FINAL), so a
      *                  supplemental run and a final-pay run on the
      *                  same business date no longer take each other's
      *                  approval or control figures.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-TAX-STATUS.
           SELECT OPTIONAL JURISDICTION-TAX-FILE ASSIGN TO "JURTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-JUR-STATUS.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-DPM-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-GL-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-CO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  TT-BRACKET-CEILING  PIC 9(07)V9(02).
           05  TT-RATE             PIC 9V9(04).
           05  TT-FLAT-AMOUNT      PIC 9(05)V9(02).
           05  TT-TAX-YEAR         PIC 9(04).

       FD  JURISDICTION-TAX-FILE.
           COPY JURTAX.

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.

       FD  GL-EXTRACT-FILE.
           COPY GLREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  SU-EMP-STATUS            PIC X(02) VALUE "00".
           88  SU-EMP-STATUS-OK        VALUE "00".
       01  SU-TAX-STATUS            PIC X(02) VALUE "00".
       01  SU-JUR-STATUS            PIC X(02) VALUE "00".
       01  SU-DPM-STATUS            PIC X(02) VALUE "00".
       01  SU-REG-STATUS            PIC X(02) VALUE "00".
       01  SU-HIST-STATUS           PIC X(02) VALUE "00".
       01  SU-CTL-STATUS            PIC X(02) VALUE "00".
       01  SU-ACH-STATUS            PIC X(02) VALUE "00".
       01  SU-GL-STATUS             PIC X(02) VALUE "00".
       01  SU-CO-STATUS             PIC X(02) VALUE "00".

       01  SU-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS     VALUE "Y".
           88  SU-TAX-FOUND             VALUE "Y".
       01  SU-FILING-STATUS         PIC X(01).

      * STATE AND LOCAL WITHHOLDING TABLE -- THE SAME JURTAX FILE
      * AND THE SAME RULES AS THE REGULAR CYCLE: BRACKETS BY WORK
      * LOCATION AND LEVEL, A BLANK FILING STATUS APPLYING TO EVERY
      * FILER, AND EACH JURISDICTION'S RUN TOTAL CREDITED TO ITS
      * OWN LIABILITY ACCOUNT
       01  SU-JUR-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-JUR-TABLE        VALUE "Y".
       01  SU-JUR-TABLE.
           05  SU-JUR-ENTRY OCCURS 200 TIMES INDEXED BY SU-JUR-IDX.
               10  SU-JUR-LOCATION     PIC X(04).
               10  SU-JUR-LEVEL        PIC X(01).
               10  SU-JUR-CODE         PIC X(04).
               10  SU-JUR-FILING       PIC X(01).
               10  SU-JUR-FLOOR        PIC 9(07)V9(02).
               10  SU-JUR-CEILING      PIC 9(07)V9(02).
               10  SU-JUR-RATE         PIC 9V9(04).
               10  SU-JUR-FLAT         PIC 9(05)V9(02).
               10  SU-JUR-ACCT         PIC X(06).
       01  SU-JUR-COUNT             PIC 9(03) VALUE 0.
       01  SU-JUR-LOC-SEEN-SWITCH   PIC X(01) VALUE "N".
           88  SU-JUR-LOC-SEEN         VALUE "Y".
       01  SU-JUR-LVL-SEEN-SWITCH   PIC X(01) VALUE "N".
           88  SU-JUR-LVL-SEEN         VALUE "Y".
       01  SU-JUR-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  SU-JUR-FOUND            VALUE "Y".
       01  SU-JUR-WANT-LEVEL        PIC X(01).
       01  SU-JUR-AMOUNT            PIC 9(07)V9(02) VALUE 0.
       01  SU-JUR-HIT-CODE          PIC X(04).
       01  SU-JUR-HIT-ACCT          PIC X(06).
       01  SU-JRT-TABLE.
           05  SU-JRT-ENTRY OCCURS 50 TIMES INDEXED BY SU-JRT-IDX.
               10  SU-JRT-LEVEL        PIC X(01).
               10  SU-JRT-CODE         PIC X(04).
               10  SU-JRT-ACCT         PIC X(06).
               10  SU-JRT-RUN-TOTAL    PIC 9(09)V9(02).
               10  SU-JRT-CO-SUB       PIC 9(02).
       01  SU-JRT-COUNT             PIC 9(02) VALUE 0.
       01  SU-JRT-SUB               PIC 9(02) VALUE 0.
       01  SU-JRT-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  SU-JRT-FOUND            VALUE "Y".
       01  SU-JUR-GL-DEPT.
           05  SU-JUR-GL-DEPT-TYPE  PIC X(03).
           05  FILLER               PIC X(01) VALUE "-".
           05  SU-JUR-GL-DEPT-CODE  PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.

      * DEPARTMENT MASTER -- EXPENSE ACCOUNTS FOR THE GL DEBITS;
      * WITH NO MASTER ON FILE EVERY DEBIT FALLS BACK TO THE SINGLE
      * PAYROLL EXPENSE ACCOUNT, AS THE REGULAR CYCLE DOES
                   INDEXED BY SU-DEPT-IDX.
               10  SU-DEPT-NAME        PIC X(10).
               10  SU-DEPT-GROSS       PIC 9(09)V9(02).
               10  SU-DEPT-CO-SUB      PIC 9(02).
       01  SU-DEPT-COUNT            PIC 9(03) VALUE 0.
       01  SU-DEPT-SUB              PIC 9(03) VALUE 0.
       01  SU-ERN-SUB               PIC 9(02) VALUE 0.
       01  SU-DEPT-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  SU-DEPT-FOUND            VALUE "Y".

               10  SU-ACH-ROUTING      PIC 9(09).
               10  SU-ACH-ACCOUNT      PIC 9(12).
               10  SU-ACH-AMOUNT       PIC 9(07)V9(02).
               10  SU-ACH-CO-SUB       PIC 9(02).
       01  SU-ACH-COUNT             PIC 9(03) VALUE 0.

      * COMPANY MASTER -- EACH PAYMENT BELONGS TO THE EMPLOYEE'S
      * COMPANY: ITS OWN NACHA BATCH, ITS OWN GL SEGMENT, AND ITS
      * OWN LINE UNDER THE RUN TOTALS. WITH NO MASTER ON FILE THE
      * PRIMARY COMPANY "01" RUNS UNDER THE NACHA CONSTANTS.
       01  SU-CO-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-COMPANIES        VALUE "Y".
       01  SU-CO-TABLE.
           05  SU-CO-ENTRY OCCURS 10 TIMES INDEXED BY SU-CO-IDX.
               10  SU-CO-CODE          PIC X(02).
               10  SU-CO-ACH-ID        PIC X(10).
               10  SU-CO-ACH-NAME      PIC X(16).
               10  SU-CO-PAID          PIC 9(07).
               10  SU-CO-GROSS         PIC 9(09)V9(02).
               10  SU-CO-TAX           PIC 9(09)V9(02).
               10  SU-CO-NET           PIC 9(09)V9(02).
       01  SU-CO-COUNT              PIC 9(02) VALUE 0.
       01  SU-CO-SUB                PIC 9(02) VALUE 0.
       01  SU-CO-PASS-SUB           PIC 9(02) VALUE 0.
       01  SU-CO-PRIMARY-SUB        PIC 9(02) VALUE 0.
       01  SU-CO-LOOKUP-CODE        PIC X(02).
       01  SU-CO-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  SU-CO-FOUND              VALUE "Y".
       01  SU-CO-BATCH-SWITCH       PIC X(01) VALUE "N".
           88  SU-CO-BATCH-OPEN         VALUE "Y".

      * BANKING-DAY CALL FIELDS -- THE ACH EFFECTIVE DATE LANDS
      * ON A DAY THE BANK IS OPEN
       01  SU-BK-FUNCTION           PIC X(01) VALUE "N".
       01  SU-EXPECTED-COUNT        PIC 9(07) VALUE 0.
       01  SU-EXPECTED-GROSS        PIC 9(09)V9(02) VALUE 0.

      * WHICH BATCH THIS RUN PAYS -- THE KEYED SUPPLEMENTAL BATCH
      * (PAYCTL GROUP S, QUEUE REFERENCE BLANK) OR THE FINAL-PAY
      * BATCH (PAYCTL GROUP F, QUEUE REFERENCE FINAL)
       01  SU-BATCH-KIND            PIC 9(01) VALUE 1.
           88  BATCH-SUPPLEMENTAL      VALUE 1.
           88  BATCH-FINAL-PAY         VALUE 2.
       01  SU-CTL-GROUP             PIC X(01) VALUE "S".

      * BATCH-RELEASE-CHECK CALL FIELDS -- THE BATCH IS KEYED ON
      * THE APPROVAL QUEUE BY BUSINESS DATE AND ITS REFERENCE; ITS
      * COUNT AND HASH ARE ITS PAYMENTS AND THEIR GROSS
       01  SU-BQ-TYPE               PIC X(01) VALUE "S".
       01  SU-BQ-REF                PIC X(08) VALUE SPACES.
       01  SU-BQ-COUNT              PIC 9(07) VALUE 0.
       01  SU-BQ-HASH               PIC 9(13)V9(02) VALUE 0.
       01  SU-BQ-RESULT             PIC X(01) VALUE SPACE.
           88  SU-BATCH-APPROVED        VALUE "A".
       01  SU-BQ-CODE               PIC 9(03) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  SU-VA-PROMPT-1           PIC X(60).
       01  SU-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  SU-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  SU-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  SU-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * THE PAYMENT BEING COMPUTED
       01  SU-GROSS                 PIC 9(07)V9(02) VALUE 0.
       01  SU-WITHHELD              PIC 9(07)V9(02) VALUE 0.
       01  SU-STATE-TAX             PIC 9(07)V9(02) VALUE 0.
       01  SU-STATE-CODE            PIC X(04) VALUE SPACES.
       01  SU-STATE-ACCT            PIC X(06) VALUE SPACES.
       01  SU-LOCAL-TAX             PIC 9(07)V9(02) VALUE 0.
       01  SU-LOCAL-CODE            PIC X(04) VALUE SPACES.
       01  SU-LOCAL-ACCT            PIC X(06) VALUE SPACES.
       01  SU-ALL-TAX               PIC 9(07)V9(02) VALUE 0.
       01  SU-NET                   PIC 9(07)V9(02) VALUE 0.

      * GL ACCOUNTS AND TRAILER CONTROLS -- SAME CONSTANTS AND
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
           05  ACH-ROUTING-FIRST-8  PIC 9(08).
           05  ACH-ROUTING-CHECK    PIC 9(01).
       01  ACH-BATCH-TOTAL          PIC 9(06) VALUE 0.
       01  ACH-FILE-ENTRY-COUNT     PIC 9(08) VALUE 0.
       01  ACH-FILE-ENTRY-HASH      PIC 9(10) VALUE 0.
       01  ACH-FILE-CREDIT-TOTAL    PIC 9(12) VALUE 0.

       01  ACH-FILE-HEADER.
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-REASON           PIC X(40).

      * STATE OR LOCAL TAX UNDER THE DETAIL LINE, ONE PER
      * JURISDICTION; THE DETAIL LINE'S WITHHELD COLUMN IS THE TOTAL
       01  REG-JUR-LINE.
           05  FILLER              PIC X(36) VALUE SPACES.
           05  RJU-LEVEL           PIC X(10).
           05  RJU-CODE            PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RJU-AMOUNT          PIC ZZ,ZZ9.99.

       01  REG-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "RUN TOTALS".
           05  FILLER              PIC X(09) VALUE "PAID ".
           05  FILLER              PIC X(06) VALUE "  NET ".
           05  RT-NET              PIC Z,ZZZ,ZZ9.99.

       01  REG-CO-TOTAL-LINE.
           05  FILLER              PIC X(03) VALUE "CO ".
           05  RC-COMPANY          PIC X(02).
           05  FILLER              PIC X(08) VALUE " TOTALS".
           05  FILLER              PIC X(09) VALUE "PAID ".
           05  RC-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE "  GROSS ".
           05  RC-GROSS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(06) VALUE "  NET ".
           05  RC-NET              PIC Z,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "PAYROLL-SUPPLEMENTAL".
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SU-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1010-ACCEPT-BATCH-KIND THRU 1010-EXIT
           OPEN INPUT SUPPLEMENTAL-TRAN-FILE
           IF SU-TRAN-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN SUPPLEMENTAL-TRAN FILE "
               SET SU-OPEN-ERROR TO TRUE
           END-IF
           PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT
           PERFORM 1350-LOAD-JUR-TABLE THRU 1350-EXIT
           PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT
           PERFORM 1600-LOAD-COMPANIES THRU 1600-EXIT
           IF NOT SU-OPEN-ERROR
               PERFORM 1400-CHECK-APPROVAL THRU 1400-EXIT
           END-IF
           IF NOT SU-OPEN-ERROR AND NOT SU-RUN-REFUSED
               PERFORM 1450-CHECK-BATCH-RELEASE THRU 1450-EXIT
           END-IF
           IF NOT SU-OPEN-ERROR AND NOT SU-RUN-REFUSED
               MOVE SU-RUN-DATE TO RH-RUN-DATE
               MOVE REG-HDR-LINE TO SR-LINE
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1010-ACCEPT-BATCH-KIND -- THE KEYED SUPPLEMENTAL BATCH OR
      * THE FINAL-PAY BATCH; EACH HAS ITS OWN PAYCTL APPROVAL AND
      * ITS OWN ENTRY ON THE APPROVAL QUEUE
      *-----------------------
       1010-ACCEPT-BATCH-KIND.
           MOVE "ENTER THE BATCH BEING PAID" TO SU-VA-PROMPT-1
           MOVE "(1 = SUPPLEMENTAL, 2 = FINAL PAY)" TO SU-VA-PROMPT-2
           MOVE 1 TO SU-VA-LOW
           MOVE 2 TO SU-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SU-VA-PROMPT-1
               SU-VA-PROMPT-2 SU-VA-LOW SU-VA-HIGH SU-VA-RESULT
           MOVE SU-VA-RESULT TO SU-BATCH-KIND
           IF BATCH-FINAL-PAY
               MOVE "F" TO SU-CTL-GROUP
               MOVE "FINAL" TO SU-BQ-REF
               DISPLAY "FINAL-PAY BATCH -- PAYCTL GROUP F, APPROVAL "
                   "QUEUE REFERENCE FINAL"
           ELSE
               MOVE "S" TO SU-CTL-GROUP
               MOVE SPACES TO SU-BQ-REF
           END-IF.
       1010-EXIT.
           EXIT.

       1100-READ-TRANSACTION.
           READ SUPPLEMENTAL-TRAN-FILE
               AT END
           EXIT.

      *-----------------------
      * 1350-LOAD-JUR-TABLE -- THE STATE AND LOCAL BRACKETS. WITH
      * NO FILE ON HAND NO STATE OR LOCAL TAX IS WITHHELD; A FILE
      * LARGER THAN THE TABLE STOPS THE RUN, AS IN THE REGULAR CYCLE
      *-----------------------
       1350-LOAD-JUR-TABLE.
           MOVE 0 TO SU-JUR-COUNT
           OPEN INPUT JURISDICTION-TAX-FILE
           IF SU-JUR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN JURISDICTION-TAX FILE -- "
                   "STATUS " SU-JUR-STATUS " ***"
               SET SU-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1360-READ-JUR-BRACKET THRU 1360-EXIT
               PERFORM 1370-STORE-JUR-BRACKET THRU 1370-EXIT
                   UNTIL END-OF-JUR-TABLE
                      OR SU-JUR-COUNT >= 200
               IF NOT END-OF-JUR-TABLE
                   DISPLAY "*** JURISDICTION-TAX TABLE IS FULL AT "
                       "200 BRACKETS -- RUN STOPPED ***"
                   SET SU-OPEN-ERROR TO TRUE
               END-IF
               CLOSE JURISDICTION-TAX-FILE
           END-IF.
       1350-EXIT.
           EXIT.

       1360-READ-JUR-BRACKET.
           READ JURISDICTION-TAX-FILE
               AT END
                   SET END-OF-JUR-TABLE TO TRUE
           END-READ.
       1360-EXIT.
           EXIT.

       1370-STORE-JUR-BRACKET.
           ADD 1 TO SU-JUR-COUNT
           SET SU-JUR-IDX TO SU-JUR-COUNT
           MOVE JT-WORK-LOCATION TO SU-JUR-LOCATION(SU-JUR-IDX)
           MOVE JT-JURIS-LEVEL TO SU-JUR-LEVEL(SU-JUR-IDX)
           MOVE JT-JURIS-CODE TO SU-JUR-CODE(SU-JUR-IDX)
           MOVE JT-FILING-STATUS TO SU-JUR-FILING(SU-JUR-IDX)
           MOVE JT-BRACKET-FLOOR TO SU-JUR-FLOOR(SU-JUR-IDX)
           MOVE JT-BRACKET-CEILING TO SU-JUR-CEILING(SU-JUR-IDX)
           MOVE JT-RATE TO SU-JUR-RATE(SU-JUR-IDX)
           MOVE JT-FLAT-AMOUNT TO SU-JUR-FLAT(SU-JUR-IDX)
           IF JT-LIABILITY-ACCT = SPACES
               MOVE GL-WITHHOLD-ACCOUNT TO SU-JUR-ACCT(SU-JUR-IDX)
           ELSE
               MOVE JT-LIABILITY-ACCT TO SU-JUR-ACCT(SU-JUR-IDX)
           END-IF
           PERFORM 1360-READ-JUR-BRACKET THRU 1360-EXIT.
       1370-EXIT.
           EXIT.
      *-----------------------
      * 1400-CHECK-APPROVAL -- THE BATCH'S APPROVAL RECORD (GROUP S,
      * OR GROUP F FOR FINAL PAY) IS LOOKED UP BEFORE ANY MASTER OR
      * HISTORY UPDATE: THE RUN REWRITES YTD AND PAY-HISTORY FIGURES
      * AS IT GOES, SO A RUN REFUSED ONLY AT RECONCILIATION WOULD
      * DOUBLE-APPLY EVERY FIGURE WHEN THE OPERATOR ADDED THE
      * APPROVAL AND RESUBMITTED. THE AMOUNT/COUNT PROOF STILL RUNS
      * AT THE END.
      *-----------------------
       1400-CHECK-APPROVAL.
           MOVE "N" TO SU-CTL-FOUND-SWITCH
           END-IF
           IF NOT CONTROL-RECORD-FOUND
               DISPLAY "*** NO SUPPLEMENTAL APPROVAL RECORD "
                   "(GROUP " SU-CTL-GROUP ") FOR RUN DATE "
                   SU-RUN-DATE " -- RUN "
                   "REFUSED BEFORE ANY MASTER OR HISTORY UPDATE. "
                   "ADD THE PAYCTL APPROVAL AND RESUBMIT ***"
               SET SU-RUN-REFUSED TO TRUE
       1400-EXIT.
           EXIT.

      *-----------------------
      * 1450-CHECK-BATCH-RELEASE -- THE BATCH ITSELF MUST
      * BE APPROVED BY A SECOND OPERATOR ON THE BATCHAPR QUEUE AS
      * IT STANDS NOW. A PRE-PASS COUNTS THE PAYMENTS AND TOTALS
      * THEIR GROSS, THEN THE FILE IS REOPENED FOR THE PAY LOOP;
      * A REFUSAL, LIKE A MISSING PAYCTL APPROVAL, COMES BEFORE
      * ANY MASTER OR HISTORY UPDATE.
      *-----------------------
       1450-CHECK-BATCH-RELEASE.
           MOVE 0 TO SU-BQ-COUNT
           MOVE 0 TO SU-BQ-HASH
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
           PERFORM 1460-COUNT-TRANSACTION THRU 1460-EXIT
               UNTIL END-OF-TRANSACTIONS
           CLOSE SUPPLEMENTAL-TRAN-FILE
           MOVE "N" TO SU-EOF-SWITCH
           OPEN INPUT SUPPLEMENTAL-TRAN-FILE
           IF SU-TRAN-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN SUPPLEMENTAL-TRAN FILE "
                   "-- STATUS " SU-TRAN-STATUS " ***"
               SET SU-OPEN-ERROR TO TRUE
               GO TO 1450-EXIT
           END-IF
           MOVE RETURN-CODE TO SU-BQ-CODE
           CALL "BATCH-RELEASE-CHECK" USING SU-BQ-TYPE SU-RUN-DATE
               SU-BQ-REF SU-BQ-COUNT SU-BQ-HASH SU-BQ-RESULT
               SU-BQ-CODE
           IF NOT SU-BATCH-APPROVED
               DISPLAY "*** SUPPLEMENTAL BATCH NOT APPROVED FOR "
                   "RELEASE -- RUN REFUSED BEFORE ANY MASTER OR "
                   "HISTORY UPDATE ***"
               SET SU-RUN-REFUSED TO TRUE
           END-IF.
       1450-EXIT.
           EXIT.

       1460-COUNT-TRANSACTION.
           ADD 1 TO SU-BQ-COUNT
           IF SP-AMOUNT NUMERIC
               ADD SP-AMOUNT TO SU-BQ-HASH
           END-IF
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
       1460-EXIT.
           EXIT.

       1500-LOAD-DEPT-MASTER.
           MOVE 0 TO SU-DPM-COUNT
           OPEN INPUT DEPARTMENT-MASTER-FILE
       1520-EXIT.
           EXIT.

      *-----------------------
      * 1600-LOAD-COMPANIES -- THE COMPANY MASTER. WITH NO FILE ON
      * HAND (OR AN EMPTY ONE) THE PRIMARY COMPANY "01" IS SET UP
      * FROM THE NACHA CONSTANTS, SO A SINGLE-COMPANY SHOP RUNS AS
      * IT ALWAYS HAS.
      *-----------------------
       1600-LOAD-COMPANIES.
           MOVE 0 TO SU-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF SU-CO-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN COMPANY-MASTER FILE -- "
                   "STATUS " SU-CO-STATUS " ***"
               SET SU-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1610-READ-COMPANY THRU 1610-EXIT
               PERFORM 1615-STORE-COMPANY THRU 1615-EXIT
                   UNTIL END-OF-COMPANIES
                      OR SU-CO-COUNT >= 10
               IF NOT END-OF-COMPANIES
                   DISPLAY "*** COMPANY TABLE IS FULL AT 10 "
                       "COMPANIES -- THE REST ARE NOT LOADED ***"
               END-IF
               CLOSE COMPANY-MASTER-FILE
           END-IF
           IF SU-CO-COUNT = 0
               MOVE 1 TO SU-CO-COUNT
               SET SU-CO-IDX TO 1
               MOVE "01" TO SU-CO-CODE(SU-CO-IDX)
               MOVE ACH-COMPANY-ID TO SU-CO-ACH-ID(SU-CO-IDX)
               MOVE ACH-COMPANY-NAME TO SU-CO-ACH-NAME(SU-CO-IDX)
               PERFORM 1617-CLEAR-COMPANY-TOTALS THRU 1617-EXIT
           END-IF
           MOVE SPACES TO SU-CO-LOOKUP-CODE
           PERFORM 1620-FIND-COMPANY THRU 1620-EXIT
           IF SU-CO-SUB = 0
               MOVE 1 TO SU-CO-PRIMARY-SUB
           ELSE
               MOVE SU-CO-SUB TO SU-CO-PRIMARY-SUB
           END-IF.
       1600-EXIT.
           EXIT.

       1610-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1615-STORE-COMPANY.
           ADD 1 TO SU-CO-COUNT
           SET SU-CO-IDX TO SU-CO-COUNT
           MOVE CO-COMPANY-CODE TO SU-CO-CODE(SU-CO-IDX)
           MOVE CO-ACH-COMPANY-ID TO SU-CO-ACH-ID(SU-CO-IDX)
           MOVE CO-ACH-COMPANY-NAME TO SU-CO-ACH-NAME(SU-CO-IDX)
           PERFORM 1617-CLEAR-COMPANY-TOTALS THRU 1617-EXIT
           PERFORM 1610-READ-COMPANY THRU 1610-EXIT.
       1615-EXIT.
           EXIT.

       1617-CLEAR-COMPANY-TOTALS.
           MOVE 0 TO SU-CO-PAID(SU-CO-IDX)
           MOVE 0 TO SU-CO-GROSS(SU-CO-IDX)
           MOVE 0 TO SU-CO-TAX(SU-CO-IDX)
           MOVE 0 TO SU-CO-NET(SU-CO-IDX).
       1617-EXIT.
           EXIT.

      *-----------------------
      * 1620-FIND-COMPANY -- SLOT OF THE COMPANY IN
      * SU-CO-LOOKUP-CODE (BLANK IS THE PRIMARY COMPANY "01");
      * SU-CO-SUB IS ZERO WHEN THE COMPANY IS NOT ON THE TABLE
      *-----------------------
       1620-FIND-COMPANY.
           IF SU-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO SU-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO SU-CO-SUB
           MOVE "N" TO SU-CO-FOUND-SWITCH
           PERFORM 1625-MATCH-COMPANY THRU 1625-EXIT
               VARYING SU-CO-IDX FROM 1 BY 1
               UNTIL SU-CO-IDX > SU-CO-COUNT
                  OR SU-CO-FOUND.
       1620-EXIT.
           EXIT.

       1625-MATCH-COMPANY.
           IF SU-CO-CODE(SU-CO-IDX) = SU-CO-LOOKUP-CODE
               SET SU-CO-SUB TO SU-CO-IDX
               SET SU-CO-FOUND TO TRUE
           END-IF.
       1625-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-SUPPLEMENTAL -- ONE KEYED PAYMENT: FIND THE
      * EMPLOYEE, WITHHOLD THROUGH THE TAX BRACKETS, FOLD INTO YTD
       2000-PROCESS-SUPPLEMENTAL.
           ADD 1 TO SU-COUNT-READ
           PERFORM 2100-READ-MASTER THRU 2100-EXIT
           IF SU-MASTER-FOUND
               MOVE EM-COMPANY-CODE TO SU-CO-LOOKUP-CODE
               PERFORM 1620-FIND-COMPANY THRU 1620-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT SU-MASTER-FOUND
                   ADD 1 TO SU-COUNT-UNMATCHED
                       TO RJ-REASON
                   MOVE REG-REJECT-LINE TO SR-LINE
                   WRITE SR-LINE
               WHEN SU-CO-SUB = 0
                   ADD 1 TO SU-COUNT-UNMATCHED
                   MOVE SP-EMP-ID TO RJ-EMP-ID
                   MOVE "COMPANY NOT ON COMPANY MASTER - NOT PAID"
                       TO RJ-REASON
                   MOVE REG-REJECT-LINE TO SR-LINE
                   WRITE SR-LINE
               WHEN SP-AMOUNT NOT NUMERIC OR SP-AMOUNT = 0
                   ADD 1 TO SU-COUNT-UNMATCHED
                   MOVE SP-EMP-ID TO RJ-EMP-ID
       2200-PAY-ONE-SUPPLEMENTAL.
           MOVE SP-AMOUNT TO SU-GROSS
           PERFORM 2250-COMPUTE-WITHHOLDING THRU 2250-EXIT
           PERFORM 2270-COMPUTE-STATE-LOCAL THRU 2270-EXIT
           COMPUTE SU-ALL-TAX = SU-WITHHELD + SU-STATE-TAX
               + SU-LOCAL-TAX
           COMPUTE SU-NET = SU-GROSS - SU-ALL-TAX
           PERFORM 2350-FOLD-JUR-RUN-TOTALS THRU 2350-EXIT
           IF SU-TABLE-FULL
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO SU-COUNT-PAID
           ADD SU-GROSS TO SU-GROSS-TOTAL
           ADD SU-WITHHELD TO SU-TAX-RUN-TOTAL
           ADD SU-NET TO SU-NET-TOTAL
           ADD 1 TO SU-CO-PAID(SU-CO-SUB)
           ADD SU-GROSS TO SU-CO-GROSS(SU-CO-SUB)
           ADD SU-WITHHELD TO SU-CO-TAX(SU-CO-SUB)
           ADD SU-NET TO SU-CO-NET(SU-CO-SUB)
           PERFORM 2300-FOLD-DEPARTMENT THRU 2300-EXIT
           ADD SU-GROSS TO EM-YTD-GROSS
           ADD SU-NET TO EM-YTD-NET
           MOVE EM-EMP-NAME TO RD-EMP-NAME
           MOVE SP-REASON-CODE TO RD-REASON
           MOVE SU-GROSS TO RD-GROSS
           MOVE SU-ALL-TAX TO RD-WITHHELD
           MOVE SU-NET TO RD-NET
           IF BANK-STATUS-ACTIVE OR EM-BANK-STATUS = SPACE
               MOVE SPACES TO RD-NOTE
               MOVE "PAPER PAY" TO RD-NOTE
           END-IF
           MOVE REG-DETAIL-LINE TO SR-LINE
           WRITE SR-LINE
           IF SU-STATE-TAX > 0
               MOVE "STATE TAX " TO RJU-LEVEL
               MOVE SU-STATE-CODE TO RJU-CODE
               MOVE SU-STATE-TAX TO RJU-AMOUNT
               MOVE REG-JUR-LINE TO SR-LINE
               WRITE SR-LINE
           END-IF
           IF SU-LOCAL-TAX > 0
               MOVE "LOCAL TAX " TO RJU-LEVEL
               MOVE SU-LOCAL-CODE TO RJU-CODE
               MOVE SU-LOCAL-TAX TO RJU-AMOUNT
               MOVE REG-JUR-LINE TO SR-LINE
               WRITE SR-LINE
           END-IF.
       2200-EXIT.
           EXIT.

       2260-EXIT.
           EXIT.

      *-----------------------
      * 2270-COMPUTE-STATE-LOCAL -- STATE AND LOCAL TAX FOR THE
      * EMPLOYEE'S WORK LOCATION, THE SAME WALK THE REGULAR CYCLE
      * RUNS. A LOCATION OR LEVEL THE TABLE DOES NOT COVER IS PAID
      * WITH NOTHING WITHHELD FOR IT AND NOTED ON THE REGISTER.
      *-----------------------
       2270-COMPUTE-STATE-LOCAL.
           MOVE 0 TO SU-STATE-TAX
           MOVE SPACES TO SU-STATE-CODE
           MOVE SPACES TO SU-STATE-ACCT
           MOVE 0 TO SU-LOCAL-TAX
           MOVE SPACES TO SU-LOCAL-CODE
           MOVE SPACES TO SU-LOCAL-ACCT
           IF SU-JUR-COUNT = 0 OR EM-WORK-LOCATION = SPACES
               GO TO 2270-EXIT
           END-IF
           MOVE "N" TO SU-JUR-LOC-SEEN-SWITCH
           MOVE "S" TO SU-JUR-WANT-LEVEL
           PERFORM 2275-FIND-JUR-LEVEL THRU 2275-EXIT
           IF SU-JUR-FOUND
               MOVE SU-JUR-AMOUNT TO SU-STATE-TAX
               MOVE SU-JUR-HIT-CODE TO SU-STATE-CODE
               MOVE SU-JUR-HIT-ACCT TO SU-STATE-ACCT
           ELSE
               IF SU-JUR-LVL-SEEN
                   MOVE SP-EMP-ID TO RJ-EMP-ID
                   MOVE "NO STATE BRACKET FOR GROSS - NONE HELD"
                       TO RJ-REASON
                   MOVE REG-REJECT-LINE TO SR-LINE
                   WRITE SR-LINE
               END-IF
           END-IF
           MOVE "L" TO SU-JUR-WANT-LEVEL
           PERFORM 2275-FIND-JUR-LEVEL THRU 2275-EXIT
           IF SU-JUR-FOUND
               MOVE SU-JUR-AMOUNT TO SU-LOCAL-TAX
               MOVE SU-JUR-HIT-CODE TO SU-LOCAL-CODE
               MOVE SU-JUR-HIT-ACCT TO SU-LOCAL-ACCT
           ELSE
               IF SU-JUR-LVL-SEEN
                   MOVE SP-EMP-ID TO RJ-EMP-ID
                   MOVE "NO LOCAL BRACKET FOR GROSS - NONE HELD"
                       TO RJ-REASON
                   MOVE REG-REJECT-LINE TO SR-LINE
                   WRITE SR-LINE
               END-IF
           END-IF
           IF NOT SU-JUR-LOC-SEEN
               MOVE SP-EMP-ID TO RJ-EMP-ID
               MOVE "WORK LOCATION NOT ON JURTAX - NONE HELD"
                   TO RJ-REASON
               MOVE REG-REJECT-LINE TO SR-LINE
               WRITE SR-LINE
               GO TO 2270-EXIT
           END-IF
           COMPUTE SU-ALL-TAX = SU-WITHHELD + SU-STATE-TAX
               + SU-LOCAL-TAX
           IF SU-ALL-TAX > SU-GROSS
               MOVE SP-EMP-ID TO RJ-EMP-ID
               MOVE "STATE/LOCAL TAX OVER GROSS - NONE HELD"
                   TO RJ-REASON
               MOVE REG-REJECT-LINE TO SR-LINE
               WRITE SR-LINE
               MOVE 0 TO SU-STATE-TAX
               MOVE 0 TO SU-LOCAL-TAX
           END-IF.
       2270-EXIT.
           EXIT.

       2275-FIND-JUR-LEVEL.
           MOVE "N" TO SU-JUR-LVL-SEEN-SWITCH
           MOVE "N" TO SU-JUR-FOUND-SWITCH
           MOVE 0 TO SU-JUR-AMOUNT
           PERFORM 2280-MATCH-JUR-BRACKET THRU 2280-EXIT
               VARYING SU-JUR-IDX FROM 1 BY 1
               UNTIL SU-JUR-IDX > SU-JUR-COUNT
                   OR SU-JUR-FOUND.
       2275-EXIT.
           EXIT.

       2280-MATCH-JUR-BRACKET.
           IF SU-JUR-LOCATION(SU-JUR-IDX) = EM-WORK-LOCATION
               SET SU-JUR-LOC-SEEN TO TRUE
               IF SU-JUR-LEVEL(SU-JUR-IDX) = SU-JUR-WANT-LEVEL
                   AND (SU-JUR-FILING(SU-JUR-IDX) = SU-FILING-STATUS
                     OR SU-JUR-FILING(SU-JUR-IDX) = SPACE)
                   SET SU-JUR-LVL-SEEN TO TRUE
                   IF SU-GROSS >= SU-JUR-FLOOR(SU-JUR-IDX)
                       AND SU-GROSS <= SU-JUR-CEILING(SU-JUR-IDX)
                       COMPUTE SU-JUR-AMOUNT = SU-JUR-FLAT(SU-JUR-IDX)
                           + (SU-JUR-RATE(SU-JUR-IDX)
                           * (SU-GROSS - SU-JUR-FLOOR(SU-JUR-IDX)))
                       MOVE SU-JUR-CODE(SU-JUR-IDX) TO SU-JUR-HIT-CODE
                       MOVE SU-JUR-ACCT(SU-JUR-IDX) TO SU-JUR-HIT-ACCT
                       SET SU-JUR-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
       2280-EXIT.
           EXIT.

      *-----------------------
      * 2300-FOLD-DEPARTMENT -- THIS PAYMENT'S GROSS INTO ITS
      * DEPARTMENT'S RUNNING TOTAL FOR THE GL EXPENSE DEBITS, KEPT
      * APART BY COMPANY
      *-----------------------
       2300-FOLD-DEPARTMENT.
           MOVE "N" TO SU-DEPT-FOUND-SWITCH
               ADD 1 TO SU-DEPT-COUNT
               SET SU-DEPT-IDX TO SU-DEPT-COUNT
               MOVE EM-DEPARTMENT TO SU-DEPT-NAME(SU-DEPT-IDX)
               MOVE SU-CO-SUB TO SU-DEPT-CO-SUB(SU-DEPT-IDX)
               MOVE 0 TO SU-DEPT-GROSS(SU-DEPT-IDX)
           END-IF
           ADD SU-GROSS TO SU-DEPT-GROSS(SU-DEPT-IDX).

       2310-SEARCH-DEPARTMENT.
           IF SU-DEPT-NAME(SU-DEPT-IDX) = EM-DEPARTMENT
               AND SU-DEPT-CO-SUB(SU-DEPT-IDX) = SU-CO-SUB
               SET SU-DEPT-FOUND TO TRUE
               SET SU-DEPT-SUB TO SU-DEPT-IDX
           END-IF.
           EXIT.

      *-----------------------
      * 2350-FOLD-JUR-RUN-TOTALS -- THE PAYMENT'S STATE AND LOCAL
      * TAX INTO ITS JURISDICTIONS' RUN TOTALS FOR THE GL CREDITS.
      * A FULL TABLE STOPS THE RUN BEFORE THE PAYMENT IS BOOKED.
      *-----------------------
       2350-FOLD-JUR-RUN-TOTALS.
           IF SU-STATE-TAX > 0
               MOVE "S" TO SU-JUR-WANT-LEVEL
               MOVE SU-STATE-CODE TO SU-JUR-HIT-CODE
               MOVE SU-STATE-ACCT TO SU-JUR-HIT-ACCT
               MOVE SU-STATE-TAX TO SU-JUR-AMOUNT
               PERFORM 2360-FOLD-ONE-JURISDICTION THRU 2360-EXIT
           END-IF
           IF SU-LOCAL-TAX > 0 AND NOT SU-TABLE-FULL
               MOVE "L" TO SU-JUR-WANT-LEVEL
               MOVE SU-LOCAL-CODE TO SU-JUR-HIT-CODE
               MOVE SU-LOCAL-ACCT TO SU-JUR-HIT-ACCT
               MOVE SU-LOCAL-TAX TO SU-JUR-AMOUNT
               PERFORM 2360-FOLD-ONE-JURISDICTION THRU 2360-EXIT
           END-IF.
       2350-EXIT.
           EXIT.

       2360-FOLD-ONE-JURISDICTION.
           MOVE "N" TO SU-JRT-FOUND-SWITCH
           PERFORM 2370-MATCH-JUR-RUN-TOTAL THRU 2370-EXIT
               VARYING SU-JRT-IDX FROM 1 BY 1
               UNTIL SU-JRT-IDX > SU-JRT-COUNT
                   OR SU-JRT-FOUND
           IF SU-JRT-FOUND
               SET SU-JRT-IDX TO SU-JRT-SUB
           END-IF
           IF NOT SU-JRT-FOUND
               IF SU-JRT-COUNT >= 50
                   DISPLAY "*** MORE THAN 50 TAX JURISDICTIONS -- "
                       "RUN STOPPED, NOTHING RELEASED ***"
                   SET SU-TABLE-FULL TO TRUE
                   GO TO 2360-EXIT
               END-IF
               ADD 1 TO SU-JRT-COUNT
               SET SU-JRT-IDX TO SU-JRT-COUNT
               MOVE SU-JUR-WANT-LEVEL TO SU-JRT-LEVEL(SU-JRT-IDX)
               MOVE SU-JUR-HIT-CODE TO SU-JRT-CODE(SU-JRT-IDX)
               MOVE SU-JUR-HIT-ACCT TO SU-JRT-ACCT(SU-JRT-IDX)
               MOVE SU-CO-SUB TO SU-JRT-CO-SUB(SU-JRT-IDX)
               MOVE 0 TO SU-JRT-RUN-TOTAL(SU-JRT-IDX)
           END-IF
           ADD SU-JUR-AMOUNT TO SU-JRT-RUN-TOTAL(SU-JRT-IDX).
       2360-EXIT.
           EXIT.

       2370-MATCH-JUR-RUN-TOTAL.
           IF SU-JRT-LEVEL(SU-JRT-IDX) = SU-JUR-WANT-LEVEL
               AND SU-JRT-CODE(SU-JRT-IDX) = SU-JUR-HIT-CODE
               AND SU-JRT-ACCT(SU-JRT-IDX) = SU-JUR-HIT-ACCT
               AND SU-JRT-CO-SUB(SU-JRT-IDX) = SU-CO-SUB
               SET SU-JRT-FOUND TO TRUE
               SET SU-JRT-SUB TO SU-JRT-IDX
           END-IF.
       2370-EXIT.
           EXIT.
      *-----------------------
      * 2400-WRITE-PAY-HISTORY -- THE SUPPLEMENTAL PAYMENT JOINS
      * THE KEYED HISTORY. A REGULAR PAYMENT ALREADY ON FILE FOR
      * THE SAME DATE IS ADDED TO, NOT OVERWRITTEN -- THE HISTORY
           END-READ
           IF SU-HIST-FOUND
               ADD SU-GROSS TO PH-GROSS
               ADD SU-ALL-TAX TO PH-DEDUCTIONS
               ADD SU-NET TO PH-NET-PAY
               ADD SU-WITHHELD TO PH-TAX-WITHHELD
               IF SU-STATE-TAX > 0
                   MOVE SU-STATE-CODE TO PH-STATE-CODE
                   ADD SU-STATE-TAX TO PH-STATE-WITHHELD
               END-IF
               IF SU-LOCAL-TAX > 0
                   MOVE SU-LOCAL-CODE TO PH-LOCAL-CODE
                   ADD SU-LOCAL-TAX TO PH-LOCAL-WITHHELD
               END-IF
               REWRITE PAY-HISTORY-RECORD
           ELSE
               MOVE EM-EMP-ID TO PH-EMP-ID
               MOVE SU-RUN-DATE TO PH-RUN-DATE
               MOVE SU-GROSS TO PH-GROSS
               MOVE 0 TO PH-OT-PAY
               MOVE SU-ALL-TAX TO PH-DEDUCTIONS
               MOVE SU-NET TO PH-NET-PAY
               MOVE SU-WITHHELD TO PH-TAX-WITHHELD
               MOVE SU-STATE-CODE TO PH-STATE-CODE
               MOVE SU-STATE-TAX TO PH-STATE-WITHHELD
               MOVE SU-LOCAL-CODE TO PH-LOCAL-CODE
               MOVE SU-LOCAL-TAX TO PH-LOCAL-WITHHELD
               MOVE "S" TO PH-PAY-GROUP
               MOVE 0 TO PH-EMPLOYER-MATCH
               PERFORM 2410-CLEAR-ONE-ERN-TOTAL THRU 2410-EXIT
                   VARYING SU-ERN-SUB FROM 1 BY 1
                   UNTIL SU-ERN-SUB > 10
               WRITE PAY-HISTORY-RECORD
           END-IF.
       2400-EXIT.
           EXIT.

      * A SUPPLEMENTAL PAYMENT CARRIES NO EARNINGS CODES
       2410-CLEAR-ONE-ERN-TOTAL.
           MOVE SPACES TO PH-ERN-CODE(SU-ERN-SUB)
           MOVE SPACES TO PH-ERN-TAXABLE(SU-ERN-SUB)
           MOVE 0 TO PH-ERN-AMOUNT(SU-ERN-SUB).
       2410-EXIT.
           EXIT.

       2500-HOLD-ACH-ENTRY.
           IF SU-ACH-COUNT >= 200
               DISPLAY "*** MORE THAN 200 SUPPLEMENTAL DEPOSITS -- "
               MOVE EM-BANK-ROUTING TO SU-ACH-ROUTING(SU-ACH-IDX)
               MOVE EM-BANK-ACCOUNT TO SU-ACH-ACCOUNT(SU-ACH-IDX)
               MOVE SU-NET TO SU-ACH-AMOUNT(SU-ACH-IDX)
               MOVE SU-CO-SUB TO SU-ACH-CO-SUB(SU-ACH-IDX)
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------
      * 3000-RECONCILE -- THE AMOUNT/COUNT PROOF AGAINST THE
      * GROUP S OR F APPROVAL RECORD 1400 ALREADY LOOKED UP -- AN
      * ABSENT RECORD REFUSED THE RUN BEFORE ANY UPDATE, SO ONLY
      * THE FIGURES ARE CHECKED HERE
      *-----------------------
                   SET END-OF-CONTROL-FILE TO TRUE
               NOT AT END
                   IF CTL-RUN-DATE = SU-RUN-DATE
                       AND CTL-PAY-GROUP = SU-CTL-GROUP
                       SET CONTROL-RECORD-FOUND TO TRUE
                       MOVE CTL-EXPECTED-COUNT TO SU-EXPECTED-COUNT
                       MOVE CTL-EXPECTED-GROSS TO SU-EXPECTED-GROSS
       3100-EXIT.
           EXIT.

      *-----------------------
      * 3200-WRITE-ACH-FILE -- ONE NACHA FILE UNDER THE PRIMARY
      * COMPANY, HOLDING ONE BATCH PER COMPANY WITH DEPOSITS IN
      * THE RUN, EACH UNDER THAT COMPANY'S ACH COMPANY ID
      *-----------------------
       3200-WRITE-ACH-FILE.
           OPEN OUTPUT DIRECT-DEPOSIT-FILE
           IF SU-ACH-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           MOVE 0 TO ACH-TRACE-SEQ
           MOVE 0 TO ACH-RECORD-COUNT
           MOVE 0 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-FILE-ENTRY-COUNT
           MOVE 0 TO ACH-FILE-ENTRY-HASH
           MOVE 0 TO ACH-FILE-CREDIT-TOTAL
           ACCEPT ACH-CREATE-TIME FROM TIME
           MOVE SPACES TO AFH-IMMED-DEST
           MOVE ACH-DEST-ROUTING TO AFH-IMMED-DEST(2:9)
           MOVE SU-CO-ACH-ID(SU-CO-PRIMARY-SUB) TO AFH-IMMED-ORIGIN
           MOVE SU-RUN-DATE(3:6) TO AFH-CREATE-DATE
           MOVE ACH-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE SU-CO-ACH-NAME(SU-CO-PRIMARY-SUB) TO AFH-ORIGIN-NAME
           MOVE ACH-FILE-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE SU-RUN-DATE(3:6) TO ABH-DESC-DATE
           MOVE SU-RUN-DATE TO SU-BK-DATE-1
           CALL "BANKING-DAY" USING SU-BK-FUNCTION
               SU-BK-RESULT-DATE SU-BK-RESULT-COUNT
           MOVE SU-BK-RESULT-DATE(3:6) TO ABH-EFF-DATE
           MOVE ACH-ODFI-ID TO ABH-ODFI
           PERFORM 3210-WRITE-COMPANY-BATCH THRU 3210-EXIT
               VARYING SU-CO-PASS-SUB FROM 1 BY 1
               UNTIL SU-CO-PASS-SUB > SU-CO-COUNT
           MOVE ACH-BATCH-TOTAL TO AFC-BATCH-COUNT
           MOVE ACH-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-TOTAL-DEBIT
           MOVE ACH-FILE-CREDIT-TOTAL TO AFC-TOTAL-CREDIT
           ADD 1 TO ACH-RECORD-COUNT
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
           MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE ACH-FILE-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           COMPUTE ACH-FILL-COUNT =
               (ACH-BLOCK-COUNT * 10) - ACH-RECORD-COUNT
           PERFORM 3280-WRITE-ACH-FILL THRU 3280-EXIT
               ACH-FILL-COUNT TIMES
           CLOSE DIRECT-DEPOSIT-FILE.
       3200-EXIT.
           EXIT.

      * ONE COMPANY'S DEPOSITS; THE BATCH HEADER GOES OUT WITH ITS
      * FIRST ENTRY, SO A COMPANY WITH NONE WRITES NO BATCH
       3210-WRITE-COMPANY-BATCH.
           MOVE "N" TO SU-CO-BATCH-SWITCH
           PERFORM 3250-WRITE-ONE-ENTRY THRU 3250-EXIT
               VARYING SU-ACH-IDX FROM 1 BY 1
               UNTIL SU-ACH-IDX > SU-ACH-COUNT
           IF NOT SU-CO-BATCH-OPEN
               GO TO 3210-EXIT
           END-IF
           MOVE ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
           MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE 0 TO ABC-TOTAL-DEBIT
           MOVE ACH-CREDIT-TOTAL TO ABC-TOTAL-CREDIT
           MOVE SU-CO-ACH-ID(SU-CO-PASS-SUB) TO ABC-COMPANY-ID
           MOVE ACH-ODFI-ID TO ABC-ODFI
           MOVE ACH-BATCH-TOTAL TO ABC-BATCH-NO
           MOVE ACH-BATCH-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           ADD ACH-ENTRY-COUNT TO ACH-FILE-ENTRY-COUNT
           ADD ACH-ENTRY-HASH TO ACH-FILE-ENTRY-HASH
           ADD ACH-CREDIT-TOTAL TO ACH-FILE-CREDIT-TOTAL.
       3210-EXIT.
           EXIT.

       3220-OPEN-COMPANY-BATCH.
           SET SU-CO-BATCH-OPEN TO TRUE
           ADD 1 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO ACH-ENTRY-HASH
           MOVE 0 TO ACH-CREDIT-TOTAL
           MOVE SU-CO-ACH-NAME(SU-CO-PASS-SUB) TO ABH-COMPANY-NAME
           MOVE SU-CO-ACH-ID(SU-CO-PASS-SUB) TO ABH-COMPANY-ID
           MOVE ACH-BATCH-TOTAL TO ABH-BATCH-NO
           MOVE ACH-BATCH-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT.
       3220-EXIT.
           EXIT.

       3250-WRITE-ONE-ENTRY.
           IF SU-ACH-CO-SUB(SU-ACH-IDX) NOT = SU-CO-PASS-SUB
               GO TO 3250-EXIT
           END-IF
           IF NOT SU-CO-BATCH-OPEN
               PERFORM 3220-OPEN-COMPANY-BATCH THRU 3220-EXIT
           END-IF
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQ
           ADD 1 TO ACH-RECORD-COUNT

      *-----------------------
      * 3500-WRITE-GL-SEGMENT -- APPEND THE RUN'S BALANCED JOURNAL
      * TO THE SHARED EXTRACT, ONE SEGMENT PER COMPANY PAID, EVERY
      * LINE CARRYING THE COMPANY CODE: DEPARTMENT GROSS DEBITS,
      * WITHHOLDING CREDITS (FEDERAL, THEN ONE PER STATE OR LOCAL
      * JURISDICTION), THE NET-PAY CREDIT, THE PROOF PAIR, AND A
      * CONTROL TRAILER GL-POSTING PROVES IT AGAINST
      *-----------------------
       3500-WRITE-GL-SEGMENT.
           OPEN EXTEND GL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-WRITE-COMPANY-SEGMENT THRU 3510-EXIT
               VARYING SU-CO-PASS-SUB FROM 1 BY 1
               UNTIL SU-CO-PASS-SUB > SU-CO-COUNT
           CLOSE GL-EXTRACT-FILE.
       3500-EXIT.
           EXIT.

       3510-WRITE-COMPANY-SEGMENT.
           IF SU-CO-PAID(SU-CO-PASS-SUB) = 0
               GO TO 3510-EXIT
           END-IF
           MOVE 0 TO SU-TRL-COUNT
           MOVE 0 TO SU-TRL-HASH
           PERFORM 3550-WRITE-DEPT-DEBIT THRU 3550-EXIT
               VARYING SU-DEPT-IDX FROM 1 BY 1
               UNTIL SU-DEPT-IDX > SU-DEPT-COUNT
           IF SU-CO-TAX(SU-CO-PASS-SUB) > 0
               MOVE SPACES TO GL-RECORD
               MOVE SU-RUN-DATE TO GL-RUN-DATE
               MOVE SU-CO-CODE(SU-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-WITHHOLD-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "WITHHOLD" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE SU-CO-TAX(SU-CO-PASS-SUB) TO GL-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO SU-TRL-COUNT
               ADD GL-AMOUNT TO SU-TRL-HASH
           END-IF
           PERFORM 3555-WRITE-JUR-CREDIT THRU 3555-EXIT
               VARYING SU-JRT-IDX FROM 1 BY 1
               UNTIL SU-JRT-IDX > SU-JRT-COUNT
           IF SU-CO-NET(SU-CO-PASS-SUB) > 0
               MOVE SPACES TO GL-RECORD
               MOVE SU-RUN-DATE TO GL-RUN-DATE
               MOVE SU-CO-CODE(SU-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-CLEARING-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "NET PAY" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "NET   " TO GL-LINE-TYPE
               MOVE SU-CO-NET(SU-CO-PASS-SUB) TO GL-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO SU-TRL-COUNT
               ADD GL-AMOUNT TO SU-TRL-HASH
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE SU-RUN-DATE TO GL-RUN-DATE
           MOVE SU-CO-CODE(SU-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE SU-CO-GROSS(SU-CO-PASS-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE SU-RUN-DATE TO GL-RUN-DATE
           MOVE SU-CO-CODE(SU-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE SU-CO-GROSS(SU-CO-PASS-SUB) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO SU-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE SU-TRL-COUNT TO FT-RECORD-COUNT
           MOVE SU-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD.
       3510-EXIT.
           EXIT.

       3550-WRITE-DEPT-DEBIT.
           IF SU-DEPT-CO-SUB(SU-DEPT-IDX) NOT = SU-CO-PASS-SUB
               GO TO 3550-EXIT
           END-IF
           MOVE GL-PAYROLL-ACCOUNT TO SU-DPM-ACCT-WORK
           IF SU-DPM-COUNT > 0
               PERFORM 3560-FIND-DEPT-ACCOUNT THRU 3560-EXIT
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE SU-RUN-DATE TO GL-RUN-DATE
           MOVE SU-CO-CODE(SU-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE SU-DPM-ACCT-WORK TO GL-ACCOUNT-CODE
           MOVE SU-DEPT-NAME(SU-DEPT-IDX) TO GL-DEPARTMENT
       3550-EXIT.
           EXIT.

      * ONE CREDIT PER STATE OR LOCAL JURISDICTION TO ITS OWN
      * LIABILITY ACCOUNT, TAGGED SIT- OR LIT- AND ITS CODE
       3555-WRITE-JUR-CREDIT.
           IF SU-JRT-RUN-TOTAL(SU-JRT-IDX) > 0
               AND SU-JRT-CO-SUB(SU-JRT-IDX) = SU-CO-PASS-SUB
               MOVE SPACES TO GL-RECORD
               MOVE SU-RUN-DATE TO GL-RUN-DATE
               MOVE SU-CO-CODE(SU-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE SU-JRT-ACCT(SU-JRT-IDX) TO GL-ACCOUNT-CODE
               IF SU-JRT-LEVEL(SU-JRT-IDX) = "S"
                   MOVE "SIT" TO SU-JUR-GL-DEPT-TYPE
               ELSE
                   MOVE "LIT" TO SU-JUR-GL-DEPT-TYPE
               END-IF
               MOVE SU-JRT-CODE(SU-JRT-IDX) TO SU-JUR-GL-DEPT-CODE
               MOVE SU-JUR-GL-DEPT TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE SU-JRT-RUN-TOTAL(SU-JRT-IDX) TO GL-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO SU-TRL-COUNT
               ADD GL-AMOUNT TO SU-TRL-HASH
           END-IF.
       3555-EXIT.
           EXIT.

       3560-FIND-DEPT-ACCOUNT.
           MOVE "N" TO SU-DPM-FOUND-SWITCH
           PERFORM 3570-COMPARE-DEPT THRU 3570-EXIT
           MOVE SU-NET-TOTAL TO RT-NET
           MOVE REG-TOTAL-LINE TO SR-LINE
           WRITE SR-LINE
           PERFORM 5100-PRINT-COMPANY-TOTAL THRU 5100-EXIT
               VARYING SU-CO-IDX FROM 1 BY 1
               UNTIL SU-CO-IDX > SU-CO-COUNT
           DISPLAY "PAYROLL-SUPPLEMENTAL RUN SUMMARY"
           DISPLAY "  TRANSACTIONS READ: " SU-COUNT-READ
           DISPLAY "  PAYMENTS MADE....: " SU-COUNT-PAID
       5000-EXIT.
           EXIT.

       5100-PRINT-COMPANY-TOTAL.
           MOVE SU-CO-CODE(SU-CO-IDX) TO RC-COMPANY
           MOVE SU-CO-PAID(SU-CO-IDX) TO RC-COUNT
           MOVE SU-CO-GROSS(SU-CO-IDX) TO RC-GROSS
           MOVE SU-CO-NET(SU-CO-IDX) TO RC-NET
           MOVE REG-CO-TOTAL-LINE TO SR-LINE
           WRITE SR-LINE.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
