      *                  EM-SALARY every week. EMPMNT rejects the
      *                  combination on entry, but converted
      *                  records can still carry it.
      * 2026-10-15  JCM  State and local income tax is now withheld by
      *                  the employee's work location from the new
      *                  JURTAX bracket table, each jurisdiction
      *                  separately: shown on the register and the pay-
      *                  detail extract (SIT/LIT lines), carried on pay
      *                  history, and credited to each jurisdiction's
      *                  own GL liability account inside the journal
      *                  proof. A location or level the table does not
      *                  cover goes to the exception report with nothing
      *                  withheld for it.
      * 2026-10-15  JCM  Garnishment orders from the new GARNORD master
      *                  are taken ahead of the voluntary deductions, in
      *                  legal priority order and within each order's
      *                  share of disposable earnings (gross less
      *                  federal, state, and local withholding). Current
      *                  amount is paid before arrears; an untaken
      *                  current amount is added to the order's arrears
      *                  and reported. Each order posts under its
      *                  method-G DEDMAST code. Jurisdiction run-total
      *                  lookup now keeps the matched slot.
      * 2026-10-15  JCM  Every paycheck is now reviewed against the
      *                  employee's last pay-history record from the
      *                  same cycle group on the new PAYVAR report,
      *                  written by a preview as well as a live run so
      *                  supervisors sign off the exceptions before the
      *                  PAYCTL approval: gross, deductions, or net
      *                  moving more than the keyed percentage, first-
      *                  time payees, employees paid on the group's
      *                  previous cycle but not this one, and a net of
      *                  zero or over the keyed ceiling. Pay history now
      *                  records the writing group (PH-PAY-GROUP) and is
      *                  opened for dynamic access.
      * 2026-10-15  JCM  An employee whose termination the new FINAL-PAY
      *                  run has settled (FINLPAY) is no longer paid the
      *                  last period by the cycle; the final payment
      *                  already included it. Reported as FINAL PAY
      *                  ISSUED - NOT PAID.
      * 2026-10-15  JCM  The employer retirement-plan match is figured
      *                  each cycle from the new MATCHFM formula table:
      *                  two tiers of the deferral taken under the
      *                  formula's DEDMAST code, each limited to a share
      *                  of the period's gross, stopped at the annual
      *                  cap tracked as DE-YTD-MATCH on the deferral's
      *                  enrollment. The match prints under the
      *                  deductions (ER), is journaled per department as
      *                  a MATCH expense debit and plan-liability credit
      *                  inside the proof, and is recorded on pay
      *                  history as PH-EMPLOYER-MATCH.
      * 2026-10-15  JCM  Timesheet lines may now carry an earnings code
      *                  from the new ERNCODE master (shift
      *                  differential, holiday, commission,
      *                  reimbursement) with its hours or keyed amount.
      *                  Each code is priced by its rate method and
      *                  added to gross; non-taxable codes stay out of
      *                  the federal, state/local, and employer-tax
      *                  base, percent deductions, match, and
      *                  garnishment disposable pay. Codes print on the
      *                  register, go to PAYDTL as E lines, are totaled
      *                  by code on PAYHIST, and are journaled to each
      *                  code's GL account.
      * 2026-10-15  JCM  Employees are paid under the company on their
      *                  master record (COMPMST company master; blank is
      *                  the primary company 01). Each company's
      *                  deposits go out as their own NACHA batch under
      *                  its company ID, its GL lines carry its company
      *                  code and must balance on their own, and the
      *                  register closes with each company's control
      *                  totals and tax figures. A deduction code is
      *                  taken only from its own company's employees,
      *                  and an employee whose company is not on the
      *                  master is not paid.
      * 2026-10-15  JCM  Tax table record carries TT-TAX-YEAR, the year
      *                  the bracket is for, so the cycle readiness
      *                  check can hold the chain on a table loaded for
      *                  the wrong year. The pay arithmetic is
      *                  unchanged.
      * 2026-10-15  JCM  Reconciliation now also requires the run's
      *                  PAYCTL control record to be approved by a
      *                  second operator on the BATCHAPR maker/checker
      *                  queue under its run date and pay group, with
      *                  its count and gross unchanged since
      *                  registration. A record with no approval, one
      *                  pending or rejected, one approved by its own
      *                  submitter, or one changed since it was
      *                  registered treats the run as out of balance
      *                  (RC 8) and the ACH and GL output is withheld.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  master records read, employees paid, exception
      *                  lines, and the grand total gross.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               FILE STATUS IS PAY-LVR-STATUS.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HIST-STATUS.
           SELECT OPTIONAL JURISDICTION-TAX-FILE ASSIGN TO "JURTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-JUR-STATUS.
           SELECT OPTIONAL GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS PAY-GRN-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "PAYVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-VAR-STATUS.
           SELECT OPTIONAL FINAL-PAY-FILE ASSIGN TO "FINLPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-KEY
               FILE STATUS IS PAY-FIN-STATUS.
           SELECT OPTIONAL MATCH-FORMULA-FILE ASSIGN TO "MATCHFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-MTC-STATUS.
           SELECT OPTIONAL EARNINGS-CODE-FILE ASSIGN TO "ERNCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-ERN-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  AS-EMP-NAME         PIC X(20).
           05  AS-NET-AMOUNT       PIC 9(07)V9(02).
           05  AS-TRAN-CODE        PIC X(02).
      * THE EMPLOYEE'S COMPANY -- EACH COMPANY'S ENTRIES GO OUT AS
      * ITS OWN BATCH
           05  AS-COMPANY          PIC X(02).

       FD  GL-STAGING-FILE.
       01  GL-STAGING-RECORD.
           05  GS-GROSS            PIC 9(09)V9(02).
           05  GS-DEDUCTIONS       PIC 9(09)V9(02).
           05  GS-NET              PIC 9(09)V9(02).
           05  GS-COMPANY          PIC X(02).

      * A TIMESHEET MAY CARRY SEVERAL LINES PER EMPLOYEE PER
      * PERIOD, EACH TAGGED WITH THE DEPARTMENT THE HOURS WERE
           05  TS-DEPARTMENT       PIC X(10).
           05  TS-VAC-HOURS        PIC 9(03)V9(02).
           05  TS-SICK-HOURS       PIC 9(03)V9(02).
      * AN EARNINGS CODE FROM THE ERNCODE MASTER WITH ITS HOURS
      * (HOURS-PRICED CODES) OR KEYED AMOUNT (AMOUNT AND PERCENT
      * CODES); BLANK WHEN THE LINE CARRIES NO CODED PAY
           05  TS-EARN-CODE        PIC X(03).
           05  TS-EARN-HOURS       PIC 9(03)V9(02).
           05  TS-EARN-AMOUNT      PIC 9(05)V9(02).

       FD  EXCEPTION-REPORT-FILE.
       01  XR-LINE                 PIC X(80).
           05  TT-BRACKET-CEILING  PIC 9(07)V9(02).
           05  TT-RATE             PIC 9V9(04).
           05  TT-FLAT-AMOUNT      PIC 9(05)V9(02).
           05  TT-TAX-YEAR         PIC 9(04).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-METHOD           PIC X(01).
               88  DM-METHOD-FIXED     VALUE "F".
               88  DM-METHOD-PERCENT   VALUE "P".
      * "G" -- TAKEN ONLY BY THE GARNISHMENT ORDERS NAMING THE CODE
               88  DM-METHOD-ORDER     VALUE "G".
           05  DM-FIXED-AMOUNT     PIC 9(05)V9(02).
           05  DM-PERCENT-RATE     PIC 9V9(04).
           05  DM-PRIORITY         PIC 9(02).
           05  DM-PAYEE-NAME       PIC X(20).
           05  DM-PAYEE-ROUTING    PIC 9(09).
           05  DM-PAYEE-ACCOUNT    PIC 9(12).
      * THE COMPANY WHOSE EMPLOYEES TAKE THE CODE; BLANK IS THE
      * PRIMARY COMPANY
           05  DM-COMPANY-CODE     PIC X(02).

       FD  DEDUCTION-ENROLL-FILE.
       01  DEDUCTION-ENROLL-RECORD.
           05  DE-OVERRIDE-AMOUNT  PIC 9(05)V9(02).
           05  DE-YTD-TAKEN        PIC 9(07)V9(02).
           05  DE-YTD-REMITTED     PIC 9(07)V9(02).
           05  DE-YTD-MATCH        PIC 9(07)V9(02).
           05  DE-MATCH-REMITTED   PIC 9(07)V9(02).

      * ONE RECORD PER APPROVED CYCLE, WRITTEN BY THE APPROVER FROM
      * THEIR OWN FIGURES -- THE INDEPENDENT SIDE OF RECONCILIATION
       FD  PAY-HISTORY-FILE.
           COPY PAYHST.

       FD  MATCH-FORMULA-FILE.
           COPY MATCHFM.

       FD  EARNINGS-CODE-FILE.
           COPY ERNCODE.

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

       FD  PAY-DETAIL-FILE.
           COPY PAYDTL.

           05  LR-PAY-GRADE        PIC X(01).
           05  LR-VAC-ACCRUAL      PIC 9(02)V9(02).
           05  LR-SICK-ACCRUAL     PIC 9(02)V9(02).

      * STATE AND LOCAL WITHHOLDING BRACKETS BY WORK LOCATION
       FD  JURISDICTION-TAX-FILE.
           COPY JURTAX.

      * COURT AND AGENCY GARNISHMENT ORDERS BY EMPLOYEE AND CASE
       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNORD.

      * TERMINATIONS THE FINAL-PAY RUN HAS SETTLED
       FD  FINAL-PAY-FILE.
           COPY FINPAY.

       FD  VARIANCE-REPORT-FILE.
       01  VR-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           05  FILLER              PIC X(02) VALUE SPACES.
           05  XL-REASON           PIC X(40).

      * RUN-OVER-RUN VARIANCE REVIEW -- EACH PAYCHECK AGAINST THE
      * EMPLOYEE'S LAST PAY-HISTORY RECORD FROM THE SAME CYCLE
      * GROUP, WITH THE KEYED SWING PERCENTAGE AND NET CEILING.
      * EMPLOYEES IN THE GROUP WHO ARE NOT PAID THIS RUN ARE HELD
      * WITH THEIR LAST PAY DATE; THOSE WHOSE LAST PAY FELL ON THE
      * GROUP'S PREVIOUS CYCLE (THE LATEST PRIOR DATE SEEN ACROSS
      * THE GROUP) ARE REPORTED AS MISSING AT THE END OF THE RUN.
       01  PAY-VAR-STATUS           PIC X(02) VALUE "00".
       01  PAY-VAR-PCT-LIMIT        PIC 9(03) VALUE 25.
       01  PAY-VAR-NET-CEILING      PIC 9(05)V9(02) VALUE 10000.00.
       01  PAY-VAR-COUNT            PIC 9(05) VALUE 0.
       01  PAY-VAR-PRIOR-SWITCH     PIC X(01) VALUE "N".
           88  PAY-VAR-PRIOR-FOUND     VALUE "Y".
       01  PAY-VAR-PH-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-VAR-HISTORY      VALUE "Y".
       01  PAY-VAR-PRIOR-DATE       PIC 9(08) VALUE 0.
       01  PAY-VAR-PRIOR-GROSS      PIC 9(07)V9(02) VALUE 0.
       01  PAY-VAR-PRIOR-DEDUCT     PIC 9(07)V9(02) VALUE 0.
       01  PAY-VAR-PRIOR-NET        PIC 9(07)V9(02) VALUE 0.
       01  PAY-VAR-LAST-CYCLE       PIC 9(08) VALUE 0.
       01  PAY-VAR-CURRENT          PIC 9(07)V9(02) VALUE 0.
       01  PAY-VAR-PRIOR            PIC 9(07)V9(02) VALUE 0.
       01  PAY-VAR-DIFF             PIC S9(07)V9(02) VALUE 0.
       01  PAY-VAR-PCT              PIC 9(05)V9(01) VALUE 0.
       01  PAY-VAR-ITEM             PIC X(06).
       01  PAY-EMP-PAID-SWITCH      PIC X(01) VALUE "N".
           88  PAY-EMP-PAID            VALUE "Y".
       01  PAY-MISS-TABLE.
           05  PAY-MISS-ENTRY OCCURS 500 TIMES
                   INDEXED BY PAY-MISS-IDX.
               10  PAY-MISS-EMP-ID     PIC 9(05).
               10  PAY-MISS-NAME       PIC X(20).
               10  PAY-MISS-DATE       PIC 9(08).
               10  PAY-MISS-NET        PIC 9(07)V9(02).
       01  PAY-MISS-COUNT           PIC 9(03) VALUE 0.
       01  PAY-MISS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88  PAY-MISS-OVERFLOW       VALUE "Y".

       01  VAR-HDR-LINE.
           05  FILLER              PIC X(30) VALUE
               "PAY VARIANCE REVIEW  RUN DATE ".
           05  VH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(08) VALUE "  GROUP ".
           05  VH-GROUP            PIC X(01).
           05  FILLER              PIC X(08) VALUE "  SWING ".
           05  VH-PCT-LIMIT        PIC ZZ9.
           05  FILLER              PIC X(10) VALUE "%  NET CAP".
           05  VH-NET-CEILING      PIC ZZ,ZZ9.99.

       01  VAR-COL-HDR-LINE.
           05  FILLER              PIC X(27) VALUE
               "EMP ID NAME".
           05  FILLER              PIC X(07) VALUE "ITEM".
           05  FILLER              PIC X(13) VALUE "       PRIOR ".
           05  FILLER              PIC X(13) VALUE "     CURRENT ".
           05  FILLER              PIC X(14) VALUE "CHANGE% REASON".

       01  VAR-DETAIL-LINE.
           05  VL-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VL-NAME             PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VL-ITEM             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VL-PRIOR            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VL-CURRENT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VL-PCT              PIC ZZZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VL-REASON           PIC X(10).

       01  VAR-TOTAL-LINE.
           05  FILLER              PIC X(27) VALUE
               "VARIANCE EXCEPTIONS LISTED ".
           05  VT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(22) VALUE
               "   PRIOR CYCLE DATED ".
           05  VT-LAST-CYCLE       PIC 9(08).

      * STAGED ACH AND GL OUTPUT COUNTS -- THE RECORDS THEMSELVES
      * LIVE ON THE STAGING FILES UNTIL RECONCILIATION CONFIRMS THE
      * RUN IS IN BALANCE, SO A BAD RUN NEVER PRODUCES A PARTIAL
           88  PAY-TAX-FOUND            VALUE "Y".
       01  PAY-FILING-STATUS        PIC X(01).

      * STATE AND LOCAL WITHHOLDING TABLE -- LOADED FROM THE JURTAX
      * FILE AT INITIALIZATION, KEYED BY THE EMPLOYEE'S WORK
      * LOCATION. WITH NO FILE ON HAND THE TABLE IS EMPTY AND ONLY
      * FEDERAL TAX IS WITHHELD. EACH JURISDICTION WITHHELD FOR
      * KEEPS ITS OWN RUN TOTAL SO IT IS CREDITED TO ITS OWN GL
      * LIABILITY ACCOUNT.
       01  PAY-JUR-STATUS           PIC X(02) VALUE "00".
       01  PAY-JUR-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-JUR-TABLE        VALUE "Y".
       01  PAY-JUR-TABLE.
           05  PAY-JUR-ENTRY OCCURS 200 TIMES INDEXED BY PAY-JUR-IDX.
               10  PAY-JUR-LOCATION        PIC X(04).
               10  PAY-JUR-LEVEL           PIC X(01).
               10  PAY-JUR-CODE            PIC X(04).
               10  PAY-JUR-FILING          PIC X(01).
               10  PAY-JUR-FLOOR           PIC 9(07)V9(02).
               10  PAY-JUR-CEILING         PIC 9(07)V9(02).
               10  PAY-JUR-RATE            PIC 9V9(04).
               10  PAY-JUR-FLAT            PIC 9(05)V9(02).
               10  PAY-JUR-ACCT            PIC X(06).
       01  PAY-JUR-COUNT            PIC 9(03) VALUE 0.
       01  PAY-JUR-LOC-SEEN-SWITCH  PIC X(01) VALUE "N".
           88  PAY-JUR-LOC-SEEN        VALUE "Y".
       01  PAY-JUR-LVL-SEEN-SWITCH  PIC X(01) VALUE "N".
           88  PAY-JUR-LVL-SEEN        VALUE "Y".
       01  PAY-JUR-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  PAY-JUR-FOUND           VALUE "Y".
       01  PAY-JUR-WANT-LEVEL       PIC X(01).
       01  PAY-JUR-AMOUNT           PIC 9(05)V9(02) VALUE 0.
       01  PAY-JUR-HIT-CODE         PIC X(04).
       01  PAY-JUR-HIT-ACCT         PIC X(06).
       01  PAY-STATE-TAX            PIC 9(05)V9(02) VALUE 0.
       01  PAY-STATE-CODE           PIC X(04) VALUE SPACES.
       01  PAY-STATE-ACCT           PIC X(06) VALUE SPACES.
       01  PAY-LOCAL-TAX            PIC 9(05)V9(02) VALUE 0.
       01  PAY-LOCAL-CODE           PIC X(04) VALUE SPACES.
       01  PAY-LOCAL-ACCT           PIC X(06) VALUE SPACES.
       01  PAY-ALL-TAX-WORK         PIC 9(07)V9(02) VALUE 0.
       01  PAY-JRT-TABLE.
           05  PAY-JRT-ENTRY OCCURS 50 TIMES INDEXED BY PAY-JRT-IDX.
               10  PAY-JRT-LEVEL           PIC X(01).
               10  PAY-JRT-CODE            PIC X(04).
               10  PAY-JRT-ACCT            PIC X(06).
               10  PAY-JRT-RUN-TOTAL       PIC 9(09)V9(02).
       01  PAY-JRT-COUNT            PIC 9(02) VALUE 0.
       01  PAY-JRT-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  PAY-JRT-FOUND           VALUE "Y".
       01  PAY-JRT-SUB              PIC 9(02) VALUE 0.
      * REGISTER/STUB DESCRIPTION AND GL DEPARTMENT TAG FOR A STATE
      * OR LOCAL WITHHOLDING LINE
       01  PAY-JUR-DESC.
           05  PAY-JUR-DESC-LEVEL   PIC X(10).
           05  PAY-JUR-DESC-CODE    PIC X(04).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  PAY-JUR-GL-DEPT.
           05  PAY-JUR-GL-DEPT-TYPE PIC X(03).
           05  FILLER               PIC X(01) VALUE "-".
           05  PAY-JUR-GL-DEPT-CODE PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.

      * DEDUCTION MASTER -- LOADED AT INITIALIZATION AND SORTED INTO
      * PRIORITY ORDER, SO HIGH-PRIORITY DEDUCTIONS (GARNISHMENTS)
      * ARE TAKEN FIRST WHEN THE NET RUNS SHORT. EACH ENTRY ALSO
               10  PAY-DED-CAP             PIC 9(07)V9(02).
               10  PAY-DED-GL-ACCT         PIC X(06).
               10  PAY-DED-RUN-TOTAL       PIC 9(09)V9(02).
               10  PAY-DED-COMPANY         PIC X(02).
               10  PAY-DED-CO-SUB          PIC 9(02).
       01  PAY-DED-MASTER-COUNT     PIC 9(03) VALUE 0.
       01  PAY-DED-SWAP-ENTRY       PIC X(68).
       01  PAY-DED-SORT-I           PIC 9(03) VALUE 0.
       01  PAY-DED-SORT-SWAPPED     PIC X(01) VALUE "N".
       01  PAY-ENR-FOUND-SWITCH     PIC X(01) VALUE "N".
           05  PAY-EMP-DED-AMT OCCURS 20 TIMES
                                    PIC 9(07)V9(02).

      * THE CURRENT EMPLOYEE'S GARNISHMENT ORDERS -- READ FROM
      * GARNORD FOR EVERY PAID EMPLOYEE AND SORTED INTO LEGAL
      * PRIORITY: ORDER-TYPE RANK (SUPPORT 1, TAX LEVY 2, STUDENT
      * LOAN 3, CREDITOR 4), THEN THE ORDER'S OWN PRIORITY. THE
      * WHOLE ORDER RECORD IS HELD SO IT CAN BE REWRITTEN.
       01  PAY-GRN-STATUS           PIC X(02) VALUE "00".
       01  PAY-GRN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-EMP-ORDERS       VALUE "Y".
       01  PAY-GRN-TABLE.
           05  PAY-GRN-ENTRY OCCURS 10 TIMES INDEXED BY PAY-GRN-IDX.
               10  PAY-GRN-RANK            PIC 9(01).
               10  PAY-GRN-PRIORITY        PIC 9(02).
               10  PAY-GRN-IMAGE           PIC X(121).
       01  PAY-GRN-COUNT            PIC 9(02) VALUE 0.
       01  PAY-GRN-SWAP-ENTRY       PIC X(124).
       01  PAY-GRN-SORT-I           PIC 9(02) VALUE 0.
       01  PAY-GRN-SORT-SWAPPED     PIC X(01) VALUE "N".
       01  PAY-GRN-CODE-SWITCH      PIC X(01) VALUE "N".
           88  PAY-GRN-CODE-FOUND      VALUE "Y".
       01  PAY-GRN-DED-SUB          PIC 9(03) VALUE 0.
       01  PAY-GRN-DISPOSABLE       PIC 9(07)V9(02) VALUE 0.
       01  PAY-GRN-TAKEN-SO-FAR     PIC 9(07)V9(02) VALUE 0.
       01  PAY-GRN-LIMIT-PCT        PIC 9V9(04) VALUE 0.
       01  PAY-GRN-ROOM             PIC S9(07)V9(02) VALUE 0.
       01  PAY-GRN-CURRENT-DUE      PIC 9(05)V9(02) VALUE 0.
       01  PAY-GRN-ARREARS-DUE      PIC 9(07)V9(02) VALUE 0.
       01  PAY-GRN-CURRENT-PAID     PIC 9(05)V9(02) VALUE 0.
       01  PAY-GRN-SHORTFALL        PIC 9(05)V9(02) VALUE 0.
       01  PAY-GRN-TAKE             PIC 9(07)V9(02) VALUE 0.

      * EMPLOYER-SIDE TAX TABLE -- LOADED FROM THE EMPTAX FILE AT
      * INITIALIZATION. EACH TAX IS THE RATE ON THIS PERIOD'S GROSS
      * UP TO ITS ANNUAL WAGE CAP (TRACKED AGAINST EM-YTD-GROSS),
           05  PAY-EMP-ETX-AMT OCCURS 5 TIMES
                                    PIC 9(07)V9(02).

      * EMPLOYER MATCH FORMULAS -- LOADED FROM THE MATCHFM FILE AFTER
      * THE DEDUCTION MASTER IS SORTED, EACH ENTRY HOLDING THE SLOT
      * OF ITS DEFERRAL CODE IN PAY-DED-TABLE. THE MATCH IS FIGURED
      * FROM THE DEFERRAL ACTUALLY TAKEN THIS CYCLE, CAPPED FOR THE
      * YEAR AGAINST THE ENROLLMENT'S DE-YTD-MATCH, AND JOURNALED
      * LIKE THE EMPLOYER TAXES: AN EXPENSE DEBIT AND A PLAN
      * LIABILITY CREDIT PER DEPARTMENT. A FORMULA WHOSE CODE IS NOT
      * ON THE DEDUCTION MASTER IS REPORTED AND NOT LOADED; AN
      * EMPTY OR MISSING FILE RUNS THE CYCLE WITH NO MATCH.
       01  PAY-MTC-STATUS           PIC X(02) VALUE "00".
       01  PAY-MTC-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-MATCH-FORMULAS   VALUE "Y".
       01  PAY-MTC-TABLE.
           05  PAY-MTC-ENTRY OCCURS 5 TIMES INDEXED BY PAY-MTC-IDX.
               10  PAY-MTC-CODE            PIC X(03).
               10  PAY-MTC-DESC            PIC X(20).
               10  PAY-MTC-TIER1-RATE      PIC 9V9(04).
               10  PAY-MTC-TIER1-LIMIT     PIC 9V9(04).
               10  PAY-MTC-TIER2-RATE      PIC 9V9(04).
               10  PAY-MTC-TIER2-LIMIT     PIC 9V9(04).
               10  PAY-MTC-CAP             PIC 9(07)V9(02).
               10  PAY-MTC-EXPENSE-ACCT    PIC X(06).
               10  PAY-MTC-LIABILITY-ACCT  PIC X(06).
               10  PAY-MTC-DED-SLOT        PIC 9(03).
       01  PAY-MTC-COUNT            PIC 9(01) VALUE 0.
       01  PAY-MTC-SUB              PIC 9(01) VALUE 0.
       01  PAY-MTC-DED-SUB          PIC 9(03) VALUE 0.
       01  PAY-MTC-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  PAY-MTC-FOUND            VALUE "Y".
       01  PAY-MTC-TIER1-BASE       PIC 9(07)V9(02) VALUE 0.
       01  PAY-MTC-TIER2-BASE       PIC 9(07)V9(02) VALUE 0.
       01  PAY-MTC-TIER1-DEFER      PIC 9(07)V9(02) VALUE 0.
       01  PAY-MTC-TIER2-DEFER      PIC 9(07)V9(02) VALUE 0.
       01  PAY-MTC-THIS-MATCH       PIC 9(07)V9(02) VALUE 0.
       01  PAY-MTC-RUN-TOTAL        PIC 9(11)V9(02) VALUE 0.

      * THE CURRENT EMPLOYEE'S EMPLOYER MATCH, ONE SLOT PER FORMULA,
      * REFILLED FOR EVERY EMPLOYEE AND FOLDED INTO THE DEPARTMENT
      * TABLE WITH THE REST OF THE PAY; PAY-EMP-MATCH-TOTAL IS WHAT
      * THE PAY HISTORY RECORDS
       01  PAY-EMP-MTC-AMTS.
           05  PAY-EMP-MTC-AMT OCCURS 5 TIMES
                                    PIC 9(07)V9(02).
       01  PAY-EMP-MATCH-TOTAL      PIC 9(07)V9(02) VALUE 0.

      * EARNINGS CODES -- LOADED FROM THE ERNCODE FILE AT
      * INITIALIZATION. A TIMESHEET LINE'S CODE MUST BE ON THE
      * TABLE OR THE LINE'S CODED PAY IS REPORTED AND IGNORED (ITS
      * REGULAR AND OVERTIME HOURS STILL COUNT). AN EMPTY OR
      * MISSING FILE RUNS THE CYCLE WITH NO CODED EARNINGS.
       01  PAY-ERN-STATUS           PIC X(02) VALUE "00".
       01  PAY-ERN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-EARNINGS-CODES   VALUE "Y".
       01  PAY-ERN-TABLE.
           05  PAY-ERN-ENTRY OCCURS 10 TIMES INDEXED BY PAY-ERN-IDX.
               10  PAY-ERN-CODE            PIC X(03).
               10  PAY-ERN-DESC            PIC X(20).
               10  PAY-ERN-METHOD          PIC X(01).
               10  PAY-ERN-FACTOR          PIC 9V9(04).
               10  PAY-ERN-RATE-AMT        PIC 9(03)V9(04).
               10  PAY-ERN-TAXABLE         PIC X(01).
               10  PAY-ERN-GL-ACCT         PIC X(06).
       01  PAY-ERN-COUNT            PIC 9(02) VALUE 0.
       01  PAY-ERN-SUB              PIC 9(02) VALUE 0.
       01  PAY-ERN-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  PAY-ERN-FOUND            VALUE "Y".

      * COMPANIES -- LOADED FROM THE COMPMST FILE AT INITIALIZATION.
      * A BLANK COMPANY CODE ON THE EMPLOYEE OR DEDUCTION MASTER IS
      * THE PRIMARY COMPANY "01". WITH NO COMPANY MASTER ON FILE THE
      * TABLE HOLDS THE PRIMARY COMPANY ALONE UNDER THE NACHA
      * CONSTANTS BELOW. EACH ENTRY CARRIES THE COMPANY'S SHARE OF
      * THE RUN: ITS OWN ACH BATCH, CONTROL TOTALS, TAX FIGURES AND
      * GL PROOF. AN EMPLOYEE WHOSE COMPANY IS NOT ON THE TABLE IS
      * NOT PAID.
       01  PAY-CO-STATUS            PIC X(02) VALUE "00".
       01  PAY-CO-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-COMPANIES        VALUE "Y".
       01  PAY-CO-TABLE.
           05  PAY-CO-ENTRY OCCURS 10 TIMES INDEXED BY PAY-CO-IDX.
               10  PAY-CO-CODE             PIC X(02).
               10  PAY-CO-LEGAL-NAME       PIC X(30).
               10  PAY-CO-FED-ID           PIC X(09).
               10  PAY-CO-ACH-ID           PIC X(10).
               10  PAY-CO-ACH-NAME         PIC X(16).
               10  PAY-CO-FUND-ROUTING     PIC 9(09).
               10  PAY-CO-FUND-ACCOUNT     PIC 9(12).
               10  PAY-CO-PAID-COUNT       PIC 9(07).
               10  PAY-CO-GROSS            PIC 9(09)V9(02).
               10  PAY-CO-NET              PIC 9(09)V9(02).
               10  PAY-CO-FED-TAX          PIC 9(09)V9(02).
               10  PAY-CO-STATE-TAX        PIC 9(09)V9(02).
               10  PAY-CO-LOCAL-TAX        PIC 9(09)V9(02).
               10  PAY-CO-EMPLR-TAX        PIC 9(09)V9(02).
               10  PAY-CO-MATCH            PIC 9(09)V9(02).
               10  PAY-CO-GL-GROSS         PIC 9(09)V9(02).
               10  PAY-CO-GL-NET           PIC 9(09)V9(02).
               10  PAY-CO-GL-DEBITS        PIC 9(11)V9(02).
               10  PAY-CO-GL-CREDITS       PIC 9(11)V9(02).
               10  PAY-CO-JRT-AMOUNTS.
                   15  PAY-CO-JRT-AMT OCCURS 50 TIMES
                                           PIC 9(09)V9(02).
       01  PAY-CO-COUNT             PIC 9(02) VALUE 0.
       01  PAY-CO-SUB               PIC 9(02) VALUE 0.
       01  PAY-CO-DEPT-SUB          PIC 9(02) VALUE 0.
       01  PAY-CO-DED-SUB           PIC 9(02) VALUE 0.
       01  PAY-CO-LOOKUP-CODE       PIC X(02).
       01  PAY-CO-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  PAY-CO-FOUND             VALUE "Y".
       01  PAY-CO-DED-WORK          PIC 9(09)V9(02) VALUE 0.
       01  PAY-CO-BATCH-SWITCH      PIC X(01) VALUE "N".
           88  PAY-CO-BATCH-OPEN        VALUE "Y".

      * THE CURRENT EMPLOYEE'S CODED EARNINGS, ONE SLOT PER CODE:
      * THE HOURS AND KEYED AMOUNTS GATHERED FROM THE TIMESHEET
      * LINES, AND THE PAY EACH CODE PRICED TO. PAY-ERN-TOTAL IS IN
      * THE GROSS; PAY-ERN-NONTAX-TOTAL IS THE PART OF IT KEPT OUT
      * OF THE WITHHOLDING BASE.
       01  PAY-EMP-ERN-TABLE.
           05  PAY-EMP-ERN-ENTRY OCCURS 10 TIMES.
               10  PAY-EMP-ERN-HOURS       PIC 9(04)V9(02).
               10  PAY-EMP-ERN-BASE        PIC 9(07)V9(02).
               10  PAY-EMP-ERN-AMT         PIC 9(07)V9(02).
       01  PAY-ERN-TOTAL            PIC 9(07)V9(02) VALUE 0.
       01  PAY-ERN-NONTAX-TOTAL     PIC 9(07)V9(02) VALUE 0.
       01  PAY-ERN-DEPT-CODED       PIC 9(09)V9(02) VALUE 0.
       01  PAY-PH-ERN-SUB           PIC 9(02) VALUE 0.

      * GL DEPARTMENT TAG FOR A DEDUCTION-LIABILITY EXTRACT RECORD
       01  PAY-DED-GL-DEPT.
           05  PAY-DED-GL-DEPT-CODE PIC X(03).
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
           05  ACH-ROUTING-FIRST-8  PIC 9(08).
           05  ACH-ROUTING-CHECK    PIC 9(01).
      * FILE-LEVEL CONTROLS ACROSS THE COMPANY BATCHES
       01  ACH-BATCH-TOTAL          PIC 9(06) VALUE 0.
       01  ACH-FILE-ENTRY-COUNT     PIC 9(08) VALUE 0.
       01  ACH-FILE-ENTRY-HASH      PIC 9(10) VALUE 0.
       01  ACH-FILE-CREDIT-TOTAL    PIC 9(12) VALUE 0.

       01  ACH-FILE-HEADER.
           05  FILLER               PIC X(01) VALUE "1".
       01  PAY-DEPT-TABLE.
           05  PAY-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY PAY-DEPT-IDX.
               10  PAY-DEPT-NAME           PIC X(10).
      * A DEPARTMENT'S LINES ARE KEPT APART BY COMPANY, SO EACH
      * COMPANY'S GL CARRIES ONLY ITS OWN EMPLOYEES' PAY
               10  PAY-DEPT-CO-SUB         PIC 9(02).
               10  PAY-DEPT-GROSS          PIC 9(07)V9(02).
               10  PAY-DEPT-DEDUCTIONS     PIC 9(07)V9(02).
               10  PAY-DEPT-NET            PIC 9(07)V9(02).
               10  PAY-DEPT-EMPLR-TAXES.
                   15  PAY-DEPT-EMPLR-TAX OCCURS 5 TIMES
                                           PIC 9(09)V9(02).
               10  PAY-DEPT-EMPLR-MATCHES.
                   15  PAY-DEPT-EMPLR-MATCH OCCURS 5 TIMES
                                           PIC 9(09)V9(02).
               10  PAY-DEPT-EARNINGS.
                   15  PAY-DEPT-EARN-AMT OCCURS 10 TIMES
                                           PIC 9(09)V9(02).
       01  PAY-DEPT-COUNT           PIC 9(03) VALUE 0.
       01  PAY-DEPT-SUB             PIC 9(03) VALUE 0.
       01  PAY-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
       01  PAY-CTL-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  CONTROL-RECORD-FOUND    VALUE "Y".
       01  EXPECTED-COUNT           PIC 9(07) VALUE 0.

      * BATCH-RELEASE-CHECK CALL FIELDS -- THE CONTROL RECORD IS
      * KEYED ON THE APPROVAL QUEUE BY RUN DATE AND PAY GROUP; ITS
      * COUNT AND HASH ARE THE APPROVER'S COUNT AND GROSS
       01  PAY-BQ-TYPE              PIC X(01) VALUE "P".
       01  PAY-BQ-REF               PIC X(08) VALUE SPACES.
       01  PAY-BQ-COUNT             PIC 9(07) VALUE 0.
       01  PAY-BQ-HASH              PIC 9(13)V9(02) VALUE 0.
       01  PAY-BQ-RESULT            PIC X(01) VALUE SPACE.
           88  PAY-BATCH-APPROVED       VALUE "A".
       01  PAY-BQ-CODE              PIC 9(03) VALUE 0.
       01  PAY-PAID-COUNT           PIC 9(07) VALUE 0.
       01  PAY-EMP-READ-COUNT       PIC 9(07) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  PAY-VA-PROMPT-1          PIC X(60).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DED-DL-AMOUNT       PIC ZZ,ZZ9.99.

      * THE EMPLOYER MATCH IS NOT TAKEN FROM THE PAY -- IT PRINTS
      * UNDER ITS OWN TAG SO NOBODY ADDS IT INTO THE DEDUCTIONS
       01  MATCH-DETAIL-LINE.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "ER   ".
           05  MTC-DL-DESC         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MTC-DL-AMOUNT       PIC ZZ,ZZ9.99.

      * ONE LINE PER EARNINGS CODE PAID -- ALREADY IN THE GROSS ON
      * THE DETAIL LINE ABOVE IT
       01  EARN-DETAIL-LINE.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "ERN  ".
           05  ERN-DL-DESC         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ERN-DL-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ERN-DL-HOURS        PIC ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ERN-DL-NONTAX       PIC X(07).

       01  SUBTOTAL-LINE.
           05  FILLER              PIC X(03) VALUE "CO ".
           05  ST-COMPANY          PIC X(02).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "DEPT TOTAL ".
           05  ST-DEPARTMENT       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "GRAND TOTAL  ".
           05  GT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

      * COMPANY CONTROL TOTALS -- ONE BLOCK PER COMPANY AFTER THE
      * GRAND TOTAL: ITS PAID COUNT, GROSS, NET AND TAX FIGURES, AND
      * THE IDS AND FUNDING ACCOUNT ITS ACH BATCH GOES OUT UNDER
       01  CO-TOTAL-LINE-1.
           05  FILLER              PIC X(08) VALUE "COMPANY ".
           05  CT-CODE             PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-NAME             PIC X(30).
           05  FILLER              PIC X(06) VALUE " PAID ".
           05  CT-COUNT            PIC ZZZ,ZZ9.
       01  CO-TOTAL-LINE-2.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "GROSS ".
           05  CT-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(06) VALUE "  NET ".
           05  CT-NET              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15) VALUE "  EMPLOYER TAX ".
           05  CT-EMPLR-TAX        PIC ZZZ,ZZZ,ZZ9.99.
       01  CO-TOTAL-LINE-3.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "FED TAX ".
           05  CT-FED-TAX          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(07) VALUE " STATE ".
           05  CT-STATE-TAX        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(07) VALUE " LOCAL ".
           05  CT-LOCAL-TAX        PIC ZZZ,ZZZ,ZZ9.99.
       01  CO-TOTAL-LINE-4.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "FEDERAL ID ".
           05  CT-FED-ID           PIC X(09).
           05  FILLER              PIC X(09) VALUE "  ACH ID ".
           05  CT-ACH-ID           PIC X(10).
           05  FILLER              PIC X(14) VALUE "  FUNDED FROM ".
           05  CT-FUND-ROUTING     PIC 9(09).
           05  FILLER              PIC X(01) VALUE "/".
           05  CT-FUND-ACCOUNT     PIC 9(12).

      * PAY-GRADE TABLE -- INCREMENT RATE BY GRADE
      * "J" JUNIOR, "S" SENIOR, "M" MANAGER
       01  PAY-GRADE               PIC X(01).
       01  INCREMENT               PIC 9V99 VALUE 0.05.
       01  MONTHLY                 PIC 9(05)V9(02).
       01  RESULT                  PIC 9(05)V9(02).
       01  PAY-TAXABLE-GROSS       PIC 9(05)V9(02) VALUE 0.
       01  NET-PAY                 PIC 9(05)V9(02).

      * MID-PERIOD PRORATION -- THE PERIOD'S CALENDAR BOUNDS ARE
      * SALARIED PAY BY ACTIVE DAYS OVER DAYS IN THE PERIOD
       01  PAY-EMPD-VALID-SWITCH    PIC X(01) VALUE "Y".
           88  EMP-DATES-VALID          VALUE "Y".
       01  PAY-FIN-STATUS           PIC X(02) VALUE "00".
       01  PAY-FINAL-PAID-SWITCH    PIC X(01) VALUE "N".
           88  FINAL-PAY-ISSUED         VALUE "Y".
       01  PAY-PERIOD-START         PIC 9(08) VALUE 0.
       01  PAY-PERIOD-NEXT          PIC 9(08) VALUE 0.
       01  PAY-PERIOD-START-INT     PIC 9(08) VALUE 0.
       01  PAY-DIST-ETX-SHARES.
           05  PAY-DIST-ETX-SHARE OCCURS 5 TIMES
                                    PIC S9(07)V9(02).
       01  PAY-DIST-MTC-REMS.
           05  PAY-DIST-MTC-REM OCCURS 5 TIMES
                                    PIC S9(09)V9(02).
       01  PAY-DIST-MTC-SHARES.
           05  PAY-DIST-MTC-SHARE OCCURS 5 TIMES
                                    PIC S9(07)V9(02).
       01  PAY-DIST-ERN-REMS.
           05  PAY-DIST-ERN-REM OCCURS 10 TIMES
                                    PIC S9(09)V9(02).
       01  PAY-DIST-ERN-SHARES.
           05  PAY-DIST-ERN-SHARE OCCURS 10 TIMES
                                    PIC S9(07)V9(02).

      * LEAVE ACCRUAL AND BALANCES -- THE RATES TABLE IS LOADED AT
      * INITIALIZATION (AN EMPTY OR MISSING FILE MEANS THE SHOP IS
       01  JB-NAME                 PIC X(30) VALUE "PAYROLL".
       01  JB-TYPE                 PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME            PIC X(08).
               IF NOT PAY-TABLE-OVERFLOW
                   PERFORM 2460-PRINT-ALL-SUBTOTALS THRU 2460-EXIT
                   PERFORM 3200-DRAIN-TIMESHEETS THRU 3200-EXIT
                   PERFORM 2960-PRINT-MISSING-PAYEES THRU 2960-EXIT
               END-IF
               PERFORM 3090-CLOSE-STAGING THRU 3090-EXIT
               IF PAY-TABLE-OVERFLOW
               UNTIL N-IS-VALID
           PERFORM 1020-ACCEPT-RUN-MODE THRU 1020-EXIT
           PERFORM 1030-ACCEPT-CYCLE-GROUP THRU 1030-EXIT
           PERFORM 1040-ACCEPT-VARIANCE-LIMITS THRU 1040-EXIT
           MOVE 0 TO I
           CALL "BUSINESS-DATE" USING PAY-RUN-DATE
           DIVIDE PAY-RUN-DATE BY 100 GIVING PAY-RUN-PERIOD
                   "STATUS " PAY-PN-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           END-IF
      * THE VARIANCE REVIEW IS WRITTEN BY A PREVIEW AS WELL AS A
      * LIVE RUN -- SUPERVISORS SIGN OFF ITS EXCEPTIONS FROM THE
      * PREVIEW BEFORE THE PAYCTL APPROVAL IS WRITTEN
           IF PAY-CHECKPOINT-I > 0
               OPEN EXTEND VARIANCE-REPORT-FILE
           ELSE
               OPEN OUTPUT VARIANCE-REPORT-FILE
           END-IF
           IF PAY-VAR-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN VARIANCE-REPORT FILE -- "
                   "STATUS " PAY-VAR-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           END-IF
      * THE PAY DETAIL ALWAYS APPENDS: ON A MONTH-END DAY BOTH
      * FREQUENCY GROUPS RUN, AND AN OPEN OUTPUT BY THE SECOND
      * GROUP WOULD TRUNCATE THE FIRST GROUP'S DETAIL BEFORE THE
               END-IF
           END-IF
           PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT
           PERFORM 1380-LOAD-COMPANIES THRU 1380-EXIT
           PERFORM 1400-LOAD-DED-MASTER THRU 1400-EXIT
           PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT
           PERFORM 1600-LOAD-EMPLOYER-TAX THRU 1600-EXIT
           PERFORM 1630-LOAD-MATCH-FORMULAS THRU 1630-EXIT
           PERFORM 1650-LOAD-LEAVE-RATES THRU 1650-EXIT
           PERFORM 1680-LOAD-EARNINGS-CODES THRU 1680-EXIT
           PERFORM 1700-LOAD-JUR-TABLE THRU 1700-EXIT
           OPEN I-O DEDUCTION-ENROLL-FILE
           IF PAY-ENR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEDUCTION-ENROLL FILE -- "
                   "STATUS " PAY-HIST-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF PAY-GRN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN GARNISHMENT-ORDER FILE -- "
                   "STATUS " PAY-GRN-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT FINAL-PAY-FILE
           IF PAY-FIN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN FINAL-PAY FILE -- "
                   "STATUS " PAY-FIN-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           END-IF
           IF NOT PAY-OPEN-ERROR
               IF PAY-CHECKPOINT-I = 0
                   MOVE PAY-RUN-DATE TO XH-RUN-DATE
                   MOVE PAY-RUN-DATE TO PNH-RUN-DATE
                   MOVE PN-HDR-LINE TO PN-LINE
                   WRITE PN-LINE
                   MOVE PAY-RUN-DATE TO VH-RUN-DATE
                   MOVE PAY-CYCLE-GROUP TO VH-GROUP
                   MOVE PAY-VAR-PCT-LIMIT TO VH-PCT-LIMIT
                   MOVE PAY-VAR-NET-CEILING TO VH-NET-CEILING
                   MOVE VAR-HDR-LINE TO VR-LINE
                   WRITE VR-LINE
                   MOVE VAR-COL-HDR-LINE TO VR-LINE
                   WRITE VR-LINE
               END-IF
               IF PAY-CHECKPOINT-I > 0
                   MOVE PAY-CKPT-PAID-COUNT TO PAY-PAID-COUNT
       1030-EXIT.
           EXIT.

      *-----------------------
      * 1040-ACCEPT-VARIANCE-LIMITS -- THE SWING PERCENTAGE PAST
      * WHICH A PAYCHECK'S GROSS, DEDUCTIONS, OR NET IS REPORTED
      * AGAINST THE EMPLOYEE'S LAST ONE, AND THE NET-PAY CEILING
      *-----------------------
       1040-ACCEPT-VARIANCE-LIMITS.
           MOVE "ENTER THE VARIANCE REVIEW SWING PERCENTAGE"
               TO PAY-VA-PROMPT-1
           MOVE "(1 TO 999 PERCENT)" TO PAY-VA-PROMPT-2
           MOVE 1 TO PAY-VA-LOW
           MOVE 999 TO PAY-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING PAY-VA-PROMPT-1
               PAY-VA-PROMPT-2 PAY-VA-LOW PAY-VA-HIGH PAY-VA-RESULT
           MOVE PAY-VA-RESULT TO PAY-VAR-PCT-LIMIT
           MOVE "ENTER THE VARIANCE REVIEW NET-PAY CEILING"
               TO PAY-VA-PROMPT-1
           MOVE "(WHOLE DOLLARS, 1 TO 99999)" TO PAY-VA-PROMPT-2
           MOVE 1 TO PAY-VA-LOW
           MOVE 99999 TO PAY-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING PAY-VA-PROMPT-1
               PAY-VA-PROMPT-2 PAY-VA-LOW PAY-VA-HIGH PAY-VA-RESULT
           MOVE PAY-VA-RESULT TO PAY-VAR-NET-CEILING.
       1040-EXIT.
           EXIT.

      *-----------------------
      * 1050-LOAD-CHECKPOINT -- RECOVER THE LAST COMPLETED EMPLOYEE
      * FROM A PRIOR RUN THAT DID NOT FINISH. THE FILE IS A LOG OF
           READ EMPLOYEE-MASTER-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
               NOT AT END
                   ADD 1 TO PAY-EMP-READ-COUNT
           END-READ.
       1100-EXIT.
           EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------
      * 1380-LOAD-COMPANIES -- THE COMPANY MASTER. WITH NO FILE ON
      * HAND (OR AN EMPTY ONE) THE PRIMARY COMPANY "01" IS SET UP
      * FROM THE NACHA CONSTANTS, SO A SINGLE-COMPANY SHOP RUNS AS
      * IT ALWAYS HAS.
      *-----------------------
       1380-LOAD-COMPANIES.
           MOVE 0 TO PAY-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF PAY-CO-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN COMPANY-MASTER FILE -- "
                   "STATUS " PAY-CO-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1385-READ-COMPANY THRU 1385-EXIT
               PERFORM 1390-STORE-COMPANY THRU 1390-EXIT
                   UNTIL END-OF-COMPANIES
                      OR PAY-CO-COUNT >= 10
               IF NOT END-OF-COMPANIES
                   DISPLAY "*** COMPANY TABLE IS FULL AT 10 "
                       "COMPANIES -- THE REST ARE NOT LOADED ***"
               END-IF
               CLOSE COMPANY-MASTER-FILE
           END-IF
           IF PAY-CO-COUNT = 0
               MOVE 1 TO PAY-CO-COUNT
               SET PAY-CO-IDX TO 1
               MOVE "01" TO PAY-CO-CODE(PAY-CO-IDX)
               MOVE ACH-COMPANY-NAME TO PAY-CO-LEGAL-NAME(PAY-CO-IDX)
               MOVE ACH-COMPANY-ID(2:9) TO PAY-CO-FED-ID(PAY-CO-IDX)
               MOVE ACH-COMPANY-ID TO PAY-CO-ACH-ID(PAY-CO-IDX)
               MOVE ACH-COMPANY-NAME TO PAY-CO-ACH-NAME(PAY-CO-IDX)
               MOVE 0 TO PAY-CO-FUND-ROUTING(PAY-CO-IDX)
               MOVE 0 TO PAY-CO-FUND-ACCOUNT(PAY-CO-IDX)
               PERFORM 1392-CLEAR-COMPANY-TOTALS THRU 1392-EXIT
           END-IF.
       1380-EXIT.
           EXIT.

       1385-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1385-EXIT.
           EXIT.

       1390-STORE-COMPANY.
           ADD 1 TO PAY-CO-COUNT
           SET PAY-CO-IDX TO PAY-CO-COUNT
           MOVE CO-COMPANY-CODE TO PAY-CO-CODE(PAY-CO-IDX)
           MOVE CO-LEGAL-NAME TO PAY-CO-LEGAL-NAME(PAY-CO-IDX)
           MOVE CO-FEDERAL-TAX-ID TO PAY-CO-FED-ID(PAY-CO-IDX)
           MOVE CO-ACH-COMPANY-ID TO PAY-CO-ACH-ID(PAY-CO-IDX)
           MOVE CO-ACH-COMPANY-NAME TO PAY-CO-ACH-NAME(PAY-CO-IDX)
           MOVE CO-FUND-ROUTING TO PAY-CO-FUND-ROUTING(PAY-CO-IDX)
           MOVE CO-FUND-ACCOUNT TO PAY-CO-FUND-ACCOUNT(PAY-CO-IDX)
           PERFORM 1392-CLEAR-COMPANY-TOTALS THRU 1392-EXIT
           PERFORM 1385-READ-COMPANY THRU 1385-EXIT.
       1390-EXIT.
           EXIT.

       1392-CLEAR-COMPANY-TOTALS.
           MOVE 0 TO PAY-CO-PAID-COUNT(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-GROSS(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-NET(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-FED-TAX(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-STATE-TAX(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-LOCAL-TAX(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-EMPLR-TAX(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-MATCH(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-GL-GROSS(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-GL-NET(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-GL-DEBITS(PAY-CO-IDX)
           MOVE 0 TO PAY-CO-GL-CREDITS(PAY-CO-IDX)
           MOVE ZEROS TO PAY-CO-JRT-AMOUNTS(PAY-CO-IDX).
       1392-EXIT.
           EXIT.

      *-----------------------
      * 1395-FIND-COMPANY -- SLOT OF THE COMPANY IN
      * PAY-CO-LOOKUP-CODE (A BLANK CODE IS TAKEN AS THE PRIMARY
      * COMPANY AND LEFT AS "01"); PAY-CO-SUB IS ZERO WHEN THE
      * COMPANY IS NOT ON THE TABLE
      *-----------------------
       1395-FIND-COMPANY.
           IF PAY-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO PAY-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO PAY-CO-SUB
           MOVE "N" TO PAY-CO-FOUND-SWITCH
           PERFORM 1397-MATCH-COMPANY THRU 1397-EXIT
               VARYING PAY-CO-IDX FROM 1 BY 1
               UNTIL PAY-CO-IDX > PAY-CO-COUNT
                  OR PAY-CO-FOUND.
       1395-EXIT.
           EXIT.

       1397-MATCH-COMPANY.
           IF PAY-CO-CODE(PAY-CO-IDX) = PAY-CO-LOOKUP-CODE
               SET PAY-CO-SUB TO PAY-CO-IDX
               SET PAY-CO-FOUND TO TRUE
           END-IF.
       1397-EXIT.
           EXIT.

      *-----------------------
      * 1400-LOAD-DED-MASTER -- LOAD THE DEDUCTION MASTER AND SORT
      * IT INTO PRIORITY ORDER. A SHOP WITH NO DEDUCTION MASTER ON
           MOVE DM-ANNUAL-CAP TO PAY-DED-CAP(PAY-DED-IDX)
           MOVE DM-GL-ACCOUNT TO PAY-DED-GL-ACCT(PAY-DED-IDX)
           MOVE 0 TO PAY-DED-RUN-TOTAL(PAY-DED-IDX)
           MOVE DM-COMPANY-CODE TO PAY-CO-LOOKUP-CODE
           PERFORM 1395-FIND-COMPANY THRU 1395-EXIT
           MOVE PAY-CO-LOOKUP-CODE TO PAY-DED-COMPANY(PAY-DED-IDX)
           MOVE PAY-CO-SUB TO PAY-DED-CO-SUB(PAY-DED-IDX)
           IF PAY-CO-SUB = 0
               DISPLAY "*** DEDUCTION CODE " DM-DED-CODE
                   " -- COMPANY " DM-COMPANY-CODE
                   " NOT ON COMPANY MASTER, NOT TAKEN ***"
           END-IF
           PERFORM 1410-READ-DED-MASTER THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------
      * 1630-LOAD-MATCH-FORMULAS -- LOAD THE EMPLOYER MATCH
      * FORMULAS, EACH TIED TO ITS DEFERRAL CODE'S SLOT IN THE
      * (ALREADY SORTED) DEDUCTION TABLE. WITH NO FILE ON HAND THE
      * TABLE IS EMPTY AND THE RUN MATCHES NOTHING.
      *-----------------------
       1630-LOAD-MATCH-FORMULAS.
           MOVE 0 TO PAY-MTC-COUNT
           OPEN INPUT MATCH-FORMULA-FILE
           IF PAY-MTC-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MATCH-FORMULA FILE -- "
                   "STATUS " PAY-MTC-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1640-READ-MATCH-FORMULA THRU 1640-EXIT
               PERFORM 1645-STORE-MATCH-FORMULA THRU 1645-EXIT
                   UNTIL END-OF-MATCH-FORMULAS
                      OR PAY-MTC-COUNT >= 5
               CLOSE MATCH-FORMULA-FILE
           END-IF.
       1630-EXIT.
           EXIT.

       1640-READ-MATCH-FORMULA.
           READ MATCH-FORMULA-FILE
               AT END
                   SET END-OF-MATCH-FORMULAS TO TRUE
           END-READ.
       1640-EXIT.
           EXIT.

       1645-STORE-MATCH-FORMULA.
           MOVE "N" TO PAY-MTC-FOUND-SWITCH
           PERFORM 1647-FIND-DEFER-CODE THRU 1647-EXIT
               VARYING PAY-DED-IDX FROM 1 BY 1
               UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT
                  OR PAY-MTC-FOUND
           IF NOT PAY-MTC-FOUND
               DISPLAY "*** MATCH FORMULA FOR CODE " MF-DEFER-CODE
                   " -- CODE NOT ON DEDUCTION MASTER, NOT LOADED ***"
               GO TO 1645-NEXT
           END-IF
           ADD 1 TO PAY-MTC-COUNT
           SET PAY-MTC-IDX TO PAY-MTC-COUNT
           MOVE MF-DEFER-CODE TO PAY-MTC-CODE(PAY-MTC-IDX)
           MOVE MF-DESCRIPTION TO PAY-MTC-DESC(PAY-MTC-IDX)
           MOVE MF-TIER1-RATE TO PAY-MTC-TIER1-RATE(PAY-MTC-IDX)
           MOVE MF-TIER1-LIMIT TO PAY-MTC-TIER1-LIMIT(PAY-MTC-IDX)
           MOVE MF-TIER2-RATE TO PAY-MTC-TIER2-RATE(PAY-MTC-IDX)
           MOVE MF-TIER2-LIMIT TO PAY-MTC-TIER2-LIMIT(PAY-MTC-IDX)
           MOVE MF-ANNUAL-CAP TO PAY-MTC-CAP(PAY-MTC-IDX)
           MOVE MF-EXPENSE-ACCT
               TO PAY-MTC-EXPENSE-ACCT(PAY-MTC-IDX)
           MOVE MF-LIABILITY-ACCT
               TO PAY-MTC-LIABILITY-ACCT(PAY-MTC-IDX)
           MOVE PAY-MTC-DED-SUB TO PAY-MTC-DED-SLOT(PAY-MTC-IDX).
       1645-NEXT.
           PERFORM 1640-READ-MATCH-FORMULA THRU 1640-EXIT.
       1645-EXIT.
           EXIT.

       1647-FIND-DEFER-CODE.
           IF PAY-DED-CODE(PAY-DED-IDX) = MF-DEFER-CODE
               SET PAY-MTC-FOUND TO TRUE
               SET PAY-MTC-DED-SUB TO PAY-DED-IDX
           END-IF.
       1647-EXIT.
           EXIT.

      *-----------------------
      * 1650-LOAD-LEAVE-RATES -- THE PER-GRADE ACCRUAL RATES. WITH
      * NO FILE ON HAND THE TABLE IS EMPTY AND THE CYCLE NEITHER
       1670-EXIT.
           EXIT.

      *-----------------------
      * 1680-LOAD-EARNINGS-CODES -- THE EARNINGS-CODE MASTER. A
      * CODE WITH A RATE METHOD OR TAXABILITY FLAG THE CYCLE DOES
      * NOT KNOW IS REPORTED AND NOT LOADED, SO ITS LINES FALL OUT
      * TO THE EXCEPTION REPORT RATHER THAN PRICING AT ZERO. WITH NO
      * FILE ON HAND THE TABLE IS EMPTY.
      *-----------------------
       1680-LOAD-EARNINGS-CODES.
           MOVE 0 TO PAY-ERN-COUNT
           OPEN INPUT EARNINGS-CODE-FILE
           IF PAY-ERN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN EARNINGS-CODE FILE -- "
                   "STATUS " PAY-ERN-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1690-READ-EARNINGS-CODE THRU 1690-EXIT
               PERFORM 1695-STORE-EARNINGS-CODE THRU 1695-EXIT
                   UNTIL END-OF-EARNINGS-CODES
                      OR PAY-ERN-COUNT >= 10
               IF NOT END-OF-EARNINGS-CODES
                   DISPLAY "*** EARNINGS-CODE TABLE IS FULL AT 10 "
                       "CODES -- THE REST ARE NOT LOADED ***"
               END-IF
               CLOSE EARNINGS-CODE-FILE
           END-IF.
       1680-EXIT.
           EXIT.

       1690-READ-EARNINGS-CODE.
           READ EARNINGS-CODE-FILE
               AT END
                   SET END-OF-EARNINGS-CODES TO TRUE
           END-READ.
       1690-EXIT.
           EXIT.

       1695-STORE-EARNINGS-CODE.
           IF NOT EC-METHOD-VALID
               OR (NOT EC-IS-TAXABLE AND NOT EC-IS-NONTAXABLE)
               OR EC-RATE-FACTOR NOT NUMERIC
               OR EC-RATE-AMOUNT NOT NUMERIC
               DISPLAY "*** EARNINGS CODE " EC-EARN-CODE
                   " -- BAD RATE METHOD, RATE, OR TAXABLE FLAG, "
                   "NOT LOADED ***"
               GO TO 1695-NEXT
           END-IF
           ADD 1 TO PAY-ERN-COUNT
           SET PAY-ERN-IDX TO PAY-ERN-COUNT
           MOVE EC-EARN-CODE TO PAY-ERN-CODE(PAY-ERN-IDX)
           MOVE EC-DESCRIPTION TO PAY-ERN-DESC(PAY-ERN-IDX)
           MOVE EC-RATE-METHOD TO PAY-ERN-METHOD(PAY-ERN-IDX)
           MOVE EC-RATE-FACTOR TO PAY-ERN-FACTOR(PAY-ERN-IDX)
           MOVE EC-RATE-AMOUNT TO PAY-ERN-RATE-AMT(PAY-ERN-IDX)
           MOVE EC-TAXABLE TO PAY-ERN-TAXABLE(PAY-ERN-IDX)
           MOVE EC-GL-ACCOUNT TO PAY-ERN-GL-ACCT(PAY-ERN-IDX)
           IF EC-GL-ACCOUNT = SPACES
               MOVE GL-PAYROLL-ACCOUNT TO PAY-ERN-GL-ACCT(PAY-ERN-IDX)
           END-IF.
       1695-NEXT.
           PERFORM 1690-READ-EARNINGS-CODE THRU 1690-EXIT.
       1695-EXIT.
           EXIT.

      *-----------------------
      * 1700-LOAD-JUR-TABLE -- THE STATE AND LOCAL WITHHOLDING
      * BRACKETS BY WORK LOCATION. WITH NO FILE ON HAND THE TABLE
      * IS EMPTY AND NO STATE OR LOCAL TAX IS WITHHELD. A FILE
      * LARGER THAN THE TABLE STOPS THE RUN -- A TRUNCATED BRACKET
      * TABLE WOULD WITHHOLD WRONGLY WITH NO SIGNAL.
      *-----------------------
       1700-LOAD-JUR-TABLE.
           MOVE 0 TO PAY-JUR-COUNT
           OPEN INPUT JURISDICTION-TAX-FILE
           IF PAY-JUR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN JURISDICTION-TAX FILE -- "
                   "STATUS " PAY-JUR-STATUS " ***"
               SET PAY-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1710-READ-JUR-BRACKET THRU 1710-EXIT
               PERFORM 1720-STORE-JUR-BRACKET THRU 1720-EXIT
                   UNTIL END-OF-JUR-TABLE
                      OR PAY-JUR-COUNT >= 200
               IF NOT END-OF-JUR-TABLE
                   DISPLAY "*** JURISDICTION-TAX TABLE IS FULL AT "
                       "200 BRACKETS -- RUN STOPPED ***"
                   SET PAY-OPEN-ERROR TO TRUE
               END-IF
               CLOSE JURISDICTION-TAX-FILE
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-JUR-BRACKET.
           READ JURISDICTION-TAX-FILE
               AT END
                   SET END-OF-JUR-TABLE TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      * A BRACKET WITH NO LIABILITY ACCOUNT IS CREDITED TO THE
      * WITHHOLDING ACCOUNT RATHER THAN TO A BLANK ACCOUNT THAT
      * POSTING WOULD ONLY SEND TO SUSPENSE
       1720-STORE-JUR-BRACKET.
           ADD 1 TO PAY-JUR-COUNT
           SET PAY-JUR-IDX TO PAY-JUR-COUNT
           MOVE JT-WORK-LOCATION TO PAY-JUR-LOCATION(PAY-JUR-IDX)
           MOVE JT-JURIS-LEVEL TO PAY-JUR-LEVEL(PAY-JUR-IDX)
           MOVE JT-JURIS-CODE TO PAY-JUR-CODE(PAY-JUR-IDX)
           MOVE JT-FILING-STATUS TO PAY-JUR-FILING(PAY-JUR-IDX)
           MOVE JT-BRACKET-FLOOR TO PAY-JUR-FLOOR(PAY-JUR-IDX)
           MOVE JT-BRACKET-CEILING TO PAY-JUR-CEILING(PAY-JUR-IDX)
           MOVE JT-RATE TO PAY-JUR-RATE(PAY-JUR-IDX)
           MOVE JT-FLAT-AMOUNT TO PAY-JUR-FLAT(PAY-JUR-IDX)
           IF JT-LIABILITY-ACCT = SPACES
               MOVE GL-WITHHOLD-ACCOUNT TO PAY-JUR-ACCT(PAY-JUR-IDX)
           ELSE
               MOVE JT-LIABILITY-ACCT TO PAY-JUR-ACCT(PAY-JUR-IDX)
           END-IF
           PERFORM 1710-READ-JUR-BRACKET THRU 1710-EXIT.
       1720-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-EMPLOYEE -- COMPUTE ONE EMPLOYEE'S PAY
      *-----------------------
               PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO PAY-EMP-PAID-SWITCH
           MOVE EM-EMP-NAME TO EMPLOYEE
           MOVE EM-SALARY TO SALARY
           MOVE EM-PAY-GRADE TO PAY-GRADE
           PERFORM 2040-VALIDATE-DEPARTMENT THRU 2040-EXIT
           PERFORM 2050-VALIDATE-SALARY THRU 2050-EXIT
           PERFORM 2055-CHECK-EMPLOYMENT-DATES THRU 2055-EXIT
           MOVE EM-COMPANY-CODE TO PAY-CO-LOOKUP-CODE
           PERFORM 1395-FIND-COMPANY THRU 1395-EXIT
           IF NOT DEPT-IS-VALID
               DISPLAY "*** SKIPPING EMPLOYEE " EM-EMP-ID
                   " -- DEPARTMENT " EM-DEPARTMENT
                   PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               END-IF
           ELSE
           IF PAY-CO-SUB = 0
               DISPLAY "*** SKIPPING EMPLOYEE " EM-EMP-ID
                   " -- COMPANY " EM-COMPANY-CODE
                   " NOT ON COMPANY MASTER ***"
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "COMPANY NOT ON COMPANY MASTER - NOT PAID"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               IF PAY-EMP-ADJ-COUNT > 0
                   MOVE EM-EMP-ID TO XL-EMP-ID
                   MOVE "ADJUSTMENTS HELD - EMPLOYEE SKIPPED"
                       TO XL-REASON
                   PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               END-IF
           ELSE
           IF NOT EMP-DATES-VALID
      * 2055 HAS ALREADY WRITTEN THE SPECIFIC EXCEPTION LINE
               DISPLAY "*** SKIPPING EMPLOYEE " EM-EMP-ID
                   " -- OUTSIDE EMPLOYMENT DATES OR FINAL PAY "
                   "ISSUED ***"
               IF PAY-EMP-ADJ-COUNT > 0
                   MOVE EM-EMP-ID TO XL-EMP-ID
                   MOVE "ADJUSTMENTS HELD - EMPLOYEE SKIPPED"
                   PERFORM 2090-APPLY-LEAVE THRU 2090-EXIT
                   PERFORM 2250-APPLY-ADJUSTMENTS THRU 2250-EXIT
                   PERFORM 2150-COMPUTE-WITHHOLDING THRU 2150-EXIT
                   PERFORM 2165-COMPUTE-STATE-LOCAL THRU 2165-EXIT
                   PERFORM 2170-APPLY-DEDUCTIONS THRU 2170-EXIT
                   PERFORM 2190-COMPUTE-EMPLOYER-TAX THRU 2190-EXIT
                   COMPUTE NET-PAY = RESULT - PAY-TOTAL-DEDUCTIONS
                   DISPLAY "THE SALARY OF:" EMPLOYEE "IS" RESULT
                   ADD 1 TO PAY-PAID-COUNT
                   SET PAY-EMP-PAID TO TRUE
                   PERFORM 2300-REGISTER-DETAIL THRU 2300-EXIT
                   PERFORM 2650-CHECK-PRENOTE THRU 2650-EXIT
                   PERFORM 2680-WRITE-PAY-DETAIL THRU 2680-EXIT
                   PERFORM 2600-UPDATE-YTD THRU 2600-EXIT
                   PERFORM 2700-WRITE-DIRECT-DEPOSIT THRU 2700-EXIT
                   PERFORM 2900-REVIEW-VARIANCE THRU 2900-EXIT
                   PERFORM 2750-WRITE-PAY-HISTORY THRU 2750-EXIT
               END-IF
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           IF NOT PAY-EMP-PAID
               PERFORM 2920-NOTE-UNPAID THRU 2920-EXIT
           END-IF
           PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
           PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT.
       2000-EXIT.
      * HIRED AFTER IT MEANS NOT PAID (AND REPORTED), AND A DATE
      * INSIDE IT SETS THE PRORATION FACTOR THE SALARIED GROSS IS
      * SCALED BY. ZERO OR NON-NUMERIC DATES (CONVERTED RECORDS)
      * LEAVE THE FULL PERIOD STANDING. A TERMINATION THE FINAL-PAY
      * RUN HAS ALREADY SETTLED IS NOT PAID AGAIN -- ITS FINAL PAY
      * INCLUDED THE LAST PERIOD.
      *-----------------------
       2055-CHECK-EMPLOYMENT-DATES.
           MOVE "Y" TO PAY-EMPD-VALID-SWITCH
           MOVE 1 TO PAY-PRORATE-FACTOR
           MOVE "N" TO PAY-FINAL-PAID-SWITCH
           IF EM-TERM-DATE NUMERIC AND EM-TERM-DATE > 0
               MOVE EM-EMP-ID TO FN-EMP-ID
               MOVE EM-TERM-DATE TO FN-TERM-DATE
               READ FINAL-PAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FN-STATUS-PAID
                           SET FINAL-PAY-ISSUED TO TRUE
                       END-IF
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN EM-TERM-DATE NUMERIC AND EM-TERM-DATE > 0
                       AND EM-TERM-DATE < PAY-PERIOD-START
                   MOVE "TERMINATED BEFORE PERIOD - NOT PAID"
                       TO XL-REASON
                   PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               WHEN FINAL-PAY-ISSUED
                   MOVE "N" TO PAY-EMPD-VALID-SWITCH
                   MOVE EM-EMP-ID TO XL-EMP-ID
                   MOVE "FINAL PAY ISSUED - NOT PAID"
                       TO XL-REASON
                   PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               WHEN EM-HIRE-DATE NUMERIC
                       AND EM-HIRE-DATE >= PAY-PERIOD-NEXT
                   MOVE "N" TO PAY-EMPD-VALID-SWITCH
               COMPUTE RESULT ROUNDED =
                   ((MONTHLY + SALARY) * PAY-PRORATE-FACTOR)
                   + OT-PAY
           END-IF
           IF PAY-GROSS-OK
               PERFORM 2065-PRICE-EARNINGS THRU 2065-EXIT
           END-IF.
       2060-EXIT.
           EXIT.

      *-----------------------
      * 2065-PRICE-EARNINGS -- PRICE EACH EARNINGS CODE THE
      * TIMESHEET CARRIED AND ADD THE CODED PAY TO THE GROSS, UNDER
      * THE SAME CAPACITY RULE AS THE HOURLY GROSS. HOURS-PRICED
      * CODES USE THE HOURLY RATE JUST SET (DERIVED FROM THE
      * STANDARD MONTH FOR SALARIED STAFF).
      *-----------------------
       2065-PRICE-EARNINGS.
           MOVE 0 TO PAY-ERN-TOTAL
           MOVE 0 TO PAY-ERN-NONTAX-TOTAL
           PERFORM 2066-PRICE-ONE-CODE THRU 2066-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
                  OR NOT PAY-GROSS-OK
           IF NOT PAY-GROSS-OK OR PAY-ERN-TOTAL = 0
               GO TO 2065-EXIT
           END-IF
           COMPUTE PAY-GROSS-WORK = RESULT + PAY-ERN-TOTAL
           IF PAY-GROSS-WORK > 99999.99
               MOVE "N" TO PAY-GROSS-OK-SWITCH
           ELSE
               MOVE PAY-GROSS-WORK TO RESULT
           END-IF.
       2065-EXIT.
           EXIT.

       2066-PRICE-ONE-CODE.
           MOVE 0 TO PAY-EMP-ERN-AMT(PAY-ERN-IDX)
           EVALUATE PAY-ERN-METHOD(PAY-ERN-IDX)
               WHEN "H"
                   COMPUTE PAY-EMP-ERN-AMT(PAY-ERN-IDX) ROUNDED =
                       PAY-EMP-ERN-HOURS(PAY-ERN-IDX) * HOURLY-RATE
                       * PAY-ERN-FACTOR(PAY-ERN-IDX)
                       ON SIZE ERROR
                           MOVE "N" TO PAY-GROSS-OK-SWITCH
                   END-COMPUTE
               WHEN "D"
                   COMPUTE PAY-EMP-ERN-AMT(PAY-ERN-IDX) ROUNDED =
                       PAY-EMP-ERN-HOURS(PAY-ERN-IDX)
                       * PAY-ERN-RATE-AMT(PAY-ERN-IDX)
                       ON SIZE ERROR
                           MOVE "N" TO PAY-GROSS-OK-SWITCH
                   END-COMPUTE
               WHEN "P"
                   COMPUTE PAY-EMP-ERN-AMT(PAY-ERN-IDX) ROUNDED =
                       PAY-EMP-ERN-BASE(PAY-ERN-IDX)
                       * PAY-ERN-FACTOR(PAY-ERN-IDX)
                       ON SIZE ERROR
                           MOVE "N" TO PAY-GROSS-OK-SWITCH
                   END-COMPUTE
               WHEN OTHER
                   MOVE PAY-EMP-ERN-BASE(PAY-ERN-IDX)
                       TO PAY-EMP-ERN-AMT(PAY-ERN-IDX)
           END-EVALUATE
           ADD PAY-EMP-ERN-AMT(PAY-ERN-IDX) TO PAY-ERN-TOTAL
               ON SIZE ERROR
                   MOVE "N" TO PAY-GROSS-OK-SWITCH
           END-ADD
           IF PAY-ERN-TAXABLE(PAY-ERN-IDX) = "N"
               ADD PAY-EMP-ERN-AMT(PAY-ERN-IDX)
                   TO PAY-ERN-NONTAX-TOTAL
           END-IF.
       2066-EXIT.
           EXIT.

      *-----------------------
      * 2005-CHECK-CYCLE-GROUP -- DOES THIS EMPLOYEE BELONG TO THE
      * GROUP THIS RUN IS PAYING? A BLANK FREQUENCY ON A CONVERTED
           MOVE 0 TO SICK-HOURS-TAKEN
           MOVE 0 TO PAY-DIST-COUNT
           MOVE 0 TO PAY-DIST-TOT-HOURS
           MOVE ZEROS TO PAY-EMP-ERN-TABLE
           PERFORM 2030-SKIP-ORPHAN-TIMESHEET THRU 2030-EXIT
               UNTIL END-OF-TIMESHEETS
                  OR TS-EMP-ID >= EM-EMP-ID
               IF TS-SICK-HOURS NUMERIC
                   ADD TS-SICK-HOURS TO SICK-HOURS-TAKEN
               END-IF
               IF TS-EARN-CODE NOT = SPACES
                   PERFORM 2026-TAKE-EARNINGS THRU 2026-EXIT
               END-IF
               PERFORM 2027-FOLD-DIST-LINE THRU 2027-EXIT
           ELSE
               MOVE EM-EMP-ID TO XL-EMP-ID
       2025-EXIT.
           EXIT.

      *-----------------------
      * 2026-TAKE-EARNINGS -- THE LINE'S EARNINGS CODE: ITS HOURS
      * AND KEYED AMOUNT ADD TO THE CODE'S SLOT FOR PRICING IN
      * 2065. A CODE NOT ON THE MASTER, OR A SLOT THAT WOULD
      * OVERFLOW, IS REPORTED AND THE LINE'S CODED PAY IGNORED.
      *-----------------------
       2026-TAKE-EARNINGS.
           MOVE "N" TO PAY-ERN-FOUND-SWITCH
           PERFORM 2029-FIND-EARNINGS-CODE THRU 2029-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
                  OR PAY-ERN-FOUND
           IF NOT PAY-ERN-FOUND
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "EARNINGS CODE NOT ON MASTER - IGNORED"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 2026-EXIT
           END-IF
           SET PAY-ERN-IDX TO PAY-ERN-SUB
           IF TS-EARN-HOURS NUMERIC
               ADD TS-EARN-HOURS TO PAY-EMP-ERN-HOURS(PAY-ERN-IDX)
                   ON SIZE ERROR
                       MOVE EM-EMP-ID TO XL-EMP-ID
                       MOVE "EARNINGS HOURS OVER LIMIT - IGNORED"
                           TO XL-REASON
                       PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               END-ADD
           END-IF
           IF TS-EARN-AMOUNT NUMERIC
               ADD TS-EARN-AMOUNT TO PAY-EMP-ERN-BASE(PAY-ERN-IDX)
                   ON SIZE ERROR
                       MOVE EM-EMP-ID TO XL-EMP-ID
                       MOVE "EARNINGS AMOUNT OVER LIMIT - IGNORED"
                           TO XL-REASON
                       PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               END-ADD
           END-IF.
       2026-EXIT.
           EXIT.

       2029-FIND-EARNINGS-CODE.
           IF PAY-ERN-CODE(PAY-ERN-IDX) = TS-EARN-CODE
               SET PAY-ERN-FOUND TO TRUE
               SET PAY-ERN-SUB TO PAY-ERN-IDX
           END-IF.
       2029-EXIT.
           EXIT.

      *-----------------------
      * 2027-FOLD-DIST-LINE -- THE LINE'S HOURS INTO ITS
      * DEPARTMENT'S DISTRIBUTION ENTRY. A BLANK DEPARTMENT IS THE
      * RECORD CONVERTED BEFORE THE FIELD EXISTED IS TREATED AS
      * SINGLE. GROSS THAT NO BRACKET COVERS GOES TO THE EXCEPTION
      * REPORT WITH NOTHING WITHHELD, SO A SHORT TABLE IS VISIBLE
      * THE DAY IT IS LOADED INSTEAD OF AT YEAR-END. THE GROSS
      * TAXED IS PAY-TAXABLE-GROSS: THE PERIOD'S GROSS LESS ANY
      * NON-TAXABLE EARNINGS CODES (REIMBURSEMENTS), WHICH ARE PAID
      * BUT NEVER WITHHELD ON. THE STATE/LOCAL BRACKETS, EMPLOYER
      * TAXES, PERCENT DEDUCTIONS, AND EMPLOYER MATCH USE IT TOO.
      *-----------------------
       2150-COMPUTE-WITHHOLDING.
           MOVE 0 TO DEDUCTION-AMOUNT
           IF RESULT > PAY-ERN-NONTAX-TOTAL
               COMPUTE PAY-TAXABLE-GROSS =
                   RESULT - PAY-ERN-NONTAX-TOTAL
           ELSE
               MOVE 0 TO PAY-TAXABLE-GROSS
           END-IF
           MOVE "N" TO PAY-TAX-FOUND-SWITCH
           IF EM-FILING-STATUS = SPACE
               MOVE "S" TO PAY-FILING-STATUS

       2160-MATCH-TAX-BRACKET.
           IF PAY-TAX-FILING(PAY-TAX-IDX) = PAY-FILING-STATUS
               AND PAY-TAXABLE-GROSS >= PAY-TAX-FLOOR(PAY-TAX-IDX)
               AND PAY-TAXABLE-GROSS <= PAY-TAX-CEILING(PAY-TAX-IDX)
               COMPUTE DEDUCTION-AMOUNT = PAY-TAX-FLAT(PAY-TAX-IDX)
                   + (PAY-TAX-RATE(PAY-TAX-IDX)
                   * (PAY-TAXABLE-GROSS - PAY-TAX-FLOOR(PAY-TAX-IDX)))
               SET PAY-TAX-FOUND TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

      *-----------------------
      * 2165-COMPUTE-STATE-LOCAL -- STATE AND LOCAL INCOME TAX FOR
      * THE EMPLOYEE'S WORK LOCATION, EACH LEVEL FROM ITS OWN
      * BRACKETS IN THE JURTAX TABLE AND EACH KEPT SEPARATELY WITH
      * ITS JURISDICTION AND LIABILITY ACCOUNT. A BLANK LOCATION, OR
      * NO TABLE LOADED, WITHHOLDS NEITHER. A LOCATION MISSING FROM
      * THE TABLE, OR A LEVEL WHOSE BRACKETS DO NOT COVER THE GROSS,
      * GOES TO THE EXCEPTION REPORT WITH NOTHING WITHHELD FOR IT --
      * THE SAME RULE AS THE FEDERAL TABLE.
      *-----------------------
       2165-COMPUTE-STATE-LOCAL.
           MOVE 0 TO PAY-STATE-TAX
           MOVE SPACES TO PAY-STATE-CODE
           MOVE SPACES TO PAY-STATE-ACCT
           MOVE 0 TO PAY-LOCAL-TAX
           MOVE SPACES TO PAY-LOCAL-CODE
           MOVE SPACES TO PAY-LOCAL-ACCT
           IF PAY-JUR-COUNT = 0 OR EM-WORK-LOCATION = SPACES
               GO TO 2165-EXIT
           END-IF
           MOVE "N" TO PAY-JUR-LOC-SEEN-SWITCH
           MOVE "S" TO PAY-JUR-WANT-LEVEL
           PERFORM 2166-FIND-JUR-LEVEL THRU 2166-EXIT
           IF PAY-JUR-FOUND
               MOVE PAY-JUR-AMOUNT TO PAY-STATE-TAX
               MOVE PAY-JUR-HIT-CODE TO PAY-STATE-CODE
               MOVE PAY-JUR-HIT-ACCT TO PAY-STATE-ACCT
           ELSE
               IF PAY-JUR-LVL-SEEN
                   MOVE EM-EMP-ID TO XL-EMP-ID
                   MOVE "NO STATE BRACKET FOR GROSS - NONE HELD"
                       TO XL-REASON
                   PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               END-IF
           END-IF
           MOVE "L" TO PAY-JUR-WANT-LEVEL
           PERFORM 2166-FIND-JUR-LEVEL THRU 2166-EXIT
           IF PAY-JUR-FOUND
               MOVE PAY-JUR-AMOUNT TO PAY-LOCAL-TAX
               MOVE PAY-JUR-HIT-CODE TO PAY-LOCAL-CODE
               MOVE PAY-JUR-HIT-ACCT TO PAY-LOCAL-ACCT
           ELSE
               IF PAY-JUR-LVL-SEEN
                   MOVE EM-EMP-ID TO XL-EMP-ID
                   MOVE "NO LOCAL BRACKET FOR GROSS - NONE HELD"
                       TO XL-REASON
                   PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               END-IF
           END-IF
           IF NOT PAY-JUR-LOC-SEEN
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "WORK LOCATION NOT ON JURTAX - NONE HELD"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 2165-EXIT
           END-IF
      * FEDERAL, STATE AND LOCAL TOGETHER MAY NOT TAKE MORE THAN THE
      * GROSS -- A TABLE THAT WOULD IS REPORTED, NOT PAID NEGATIVE
           COMPUTE PAY-ALL-TAX-WORK = DEDUCTION-AMOUNT
               + PAY-STATE-TAX + PAY-LOCAL-TAX
           IF PAY-ALL-TAX-WORK > RESULT
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "STATE/LOCAL TAX OVER GROSS - NONE HELD"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               MOVE 0 TO PAY-STATE-TAX
               MOVE 0 TO PAY-LOCAL-TAX
           END-IF.
       2165-EXIT.
           EXIT.

      *-----------------------
      * 2166-FIND-JUR-LEVEL -- WALK THE JURTAX TABLE FOR ONE LEVEL
      * OF THE EMPLOYEE'S WORK LOCATION. A BRACKET WITH A BLANK
      * FILING STATUS APPLIES TO EVERY FILER.
      *-----------------------
       2166-FIND-JUR-LEVEL.
           MOVE "N" TO PAY-JUR-LVL-SEEN-SWITCH
           MOVE "N" TO PAY-JUR-FOUND-SWITCH
           MOVE 0 TO PAY-JUR-AMOUNT
           PERFORM 2167-MATCH-JUR-BRACKET THRU 2167-EXIT
               VARYING PAY-JUR-IDX FROM 1 BY 1
               UNTIL PAY-JUR-IDX > PAY-JUR-COUNT
                   OR PAY-JUR-FOUND.
       2166-EXIT.
           EXIT.

       2167-MATCH-JUR-BRACKET.
           IF PAY-JUR-LOCATION(PAY-JUR-IDX) = EM-WORK-LOCATION
               SET PAY-JUR-LOC-SEEN TO TRUE
               IF PAY-JUR-LEVEL(PAY-JUR-IDX) = PAY-JUR-WANT-LEVEL
                   AND (PAY-JUR-FILING(PAY-JUR-IDX) = PAY-FILING-STATUS
                     OR PAY-JUR-FILING(PAY-JUR-IDX) = SPACE)
                   SET PAY-JUR-LVL-SEEN TO TRUE
                   IF PAY-TAXABLE-GROSS >= PAY-JUR-FLOOR(PAY-JUR-IDX)
                       AND PAY-TAXABLE-GROSS
                           <= PAY-JUR-CEILING(PAY-JUR-IDX)
                       COMPUTE PAY-JUR-AMOUNT =
                           PAY-JUR-FLAT(PAY-JUR-IDX)
                           + (PAY-JUR-RATE(PAY-JUR-IDX)
                           * (PAY-TAXABLE-GROSS
                              - PAY-JUR-FLOOR(PAY-JUR-IDX)))
                       MOVE PAY-JUR-CODE(PAY-JUR-IDX)
                           TO PAY-JUR-HIT-CODE
                       MOVE PAY-JUR-ACCT(PAY-JUR-IDX)
                           TO PAY-JUR-HIT-ACCT
                       SET PAY-JUR-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
       2167-EXIT.
           EXIT.

      *-----------------------
      * 2170-APPLY-DEDUCTIONS -- AFTER TAX WITHHOLDING, TAKE THE
      * EMPLOYEE'S GARNISHMENT ORDERS, THEN APPLY THE ENROLLED
      * DEDUCTIONS IN PRIORITY ORDER. EACH ONE
      * IS CAPPED AGAINST ITS ANNUAL CAP (TRACKED AS YTD-TAKEN ON
      * THE ENROLLMENT RECORD) AND AGAINST THE NET STILL AVAILABLE,
      * SO THE PAYCHECK CAN NEVER GO NEGATIVE. ORDER-DRIVEN CODES
      * (METHOD "G") ARE FILLED BY THE GARNISHMENT STEP ONLY.
      *-----------------------
       2170-APPLY-DEDUCTIONS.
           ADD DEDUCTION-AMOUNT TO PAY-TAX-RUN-TOTAL
           ADD DEDUCTION-AMOUNT TO PAY-CO-FED-TAX(PAY-CO-SUB)
           PERFORM 2180-FOLD-JUR-RUN-TOTALS THRU 2180-EXIT
           COMPUTE PAY-TOTAL-DEDUCTIONS = DEDUCTION-AMOUNT
               + PAY-STATE-TAX + PAY-LOCAL-TAX
           COMPUTE PAY-NET-REMAINING = RESULT - PAY-TOTAL-DEDUCTIONS
           MOVE ZEROS TO PAY-EMP-DED-AMTS
           MOVE ZEROS TO PAY-EMP-MTC-AMTS
           MOVE 0 TO PAY-EMP-MATCH-TOTAL
           PERFORM 2171-APPLY-GARNISHMENTS THRU 2171-EXIT
           PERFORM 2175-APPLY-ONE-DEDUCTION THRU 2175-EXIT
               VARYING PAY-DED-IDX FROM 1 BY 1
               UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT.
           EXIT.

       2175-APPLY-ONE-DEDUCTION.
           IF PAY-DED-METHOD(PAY-DED-IDX) = "G"
               GO TO 2175-EXIT
           END-IF
           MOVE 0 TO PAY-EMP-DED-AMT(PAY-DED-IDX)
           MOVE "N" TO PAY-ENR-FOUND-SWITCH
           MOVE EM-EMP-ID TO DE-EMP-ID
               NOT INVALID KEY
                   SET PAY-ENR-FOUND TO TRUE
           END-READ
      * A CODE BELONGS TO ONE COMPANY -- ITS WITHHOLDING IS REMITTED
      * AND JOURNALED UNDER THAT COMPANY ALONE
           IF PAY-ENR-FOUND
               AND PAY-DED-CO-SUB(PAY-DED-IDX) NOT = PAY-CO-SUB
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "DED CODE IS OTHER COMPANY'S - NOT TAKEN"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 2175-EXIT
           END-IF
           IF PAY-ENR-FOUND
               PERFORM 2176-COMPUTE-ONE-DEDUCTION THRU 2176-EXIT
           END-IF.
           EXIT.

      *-----------------------
      * 2180-FOLD-JUR-RUN-TOTALS -- ADD THE EMPLOYEE'S STATE AND
      * LOCAL WITHHOLDING TO THEIR JURISDICTIONS' RUN TOTALS FOR THE
      * GL LIABILITY CREDITS. A JURISDICTION TABLE THAT FILLS STOPS
      * THE RUN LIKE THE DEPARTMENT TABLE DOES.
      *-----------------------
       2180-FOLD-JUR-RUN-TOTALS.
           IF PAY-STATE-TAX > 0
               MOVE "S" TO PAY-JUR-WANT-LEVEL
               MOVE PAY-STATE-CODE TO PAY-JUR-HIT-CODE
               MOVE PAY-STATE-ACCT TO PAY-JUR-HIT-ACCT
               MOVE PAY-STATE-TAX TO PAY-JUR-AMOUNT
               PERFORM 2182-FOLD-ONE-JURISDICTION THRU 2182-EXIT
           END-IF
           IF PAY-LOCAL-TAX > 0
               MOVE "L" TO PAY-JUR-WANT-LEVEL
               MOVE PAY-LOCAL-CODE TO PAY-JUR-HIT-CODE
               MOVE PAY-LOCAL-ACCT TO PAY-JUR-HIT-ACCT
               MOVE PAY-LOCAL-TAX TO PAY-JUR-AMOUNT
               PERFORM 2182-FOLD-ONE-JURISDICTION THRU 2182-EXIT
           END-IF.
       2180-EXIT.
           EXIT.

       2182-FOLD-ONE-JURISDICTION.
           MOVE "N" TO PAY-JRT-FOUND-SWITCH
           PERFORM 2184-MATCH-JUR-RUN-TOTAL THRU 2184-EXIT
               VARYING PAY-JRT-IDX FROM 1 BY 1
               UNTIL PAY-JRT-IDX > PAY-JRT-COUNT
                   OR PAY-JRT-FOUND
           IF PAY-JRT-FOUND
               SET PAY-JRT-IDX TO PAY-JRT-SUB
           END-IF
           IF NOT PAY-JRT-FOUND
               IF PAY-JRT-COUNT >= 50
                   DISPLAY "*** JURISDICTION TOTAL TABLE IS FULL AT "
                       "50 ENTRIES -- RUN STOPPED AT EMPLOYEE "
                       EM-EMP-ID " ***"
                   SET PAY-TABLE-OVERFLOW TO TRUE
                   GO TO 2182-EXIT
               END-IF
               ADD 1 TO PAY-JRT-COUNT
               SET PAY-JRT-IDX TO PAY-JRT-COUNT
               MOVE PAY-JUR-WANT-LEVEL TO PAY-JRT-LEVEL(PAY-JRT-IDX)
               MOVE PAY-JUR-HIT-CODE TO PAY-JRT-CODE(PAY-JRT-IDX)
               MOVE PAY-JUR-HIT-ACCT TO PAY-JRT-ACCT(PAY-JRT-IDX)
               MOVE 0 TO PAY-JRT-RUN-TOTAL(PAY-JRT-IDX)
           END-IF
           ADD PAY-JUR-AMOUNT TO PAY-JRT-RUN-TOTAL(PAY-JRT-IDX)
           SET PAY-JRT-SUB TO PAY-JRT-IDX
           ADD PAY-JUR-AMOUNT
               TO PAY-CO-JRT-AMT(PAY-CO-SUB, PAY-JRT-SUB).
       2182-EXIT.
           EXIT.

       2184-MATCH-JUR-RUN-TOTAL.
           IF PAY-JRT-LEVEL(PAY-JRT-IDX) = PAY-JUR-WANT-LEVEL
               AND PAY-JRT-CODE(PAY-JRT-IDX) = PAY-JUR-HIT-CODE
               AND PAY-JRT-ACCT(PAY-JRT-IDX) = PAY-JUR-HIT-ACCT
               SET PAY-JRT-FOUND TO TRUE
               SET PAY-JRT-SUB TO PAY-JRT-IDX
           END-IF.
       2184-EXIT.
           EXIT.
      *-----------------------
      * 2176-COMPUTE-ONE-DEDUCTION -- ONE ENROLLED DEDUCTION FOR THE
      * CURRENT EMPLOYEE. AN OVERRIDE AMOUNT ON THE ENROLLMENT
      * RECORD WINS OVER THE MASTER'S DEFAULT; OTHERWISE FIXED
      * DEDUCTIONS TAKE THE MASTER AMOUNT AND PERCENT DEDUCTIONS
      * TAKE THEIR RATE OF THIS PERIOD'S GROSS.
      *-----------------------
       2176-COMPUTE-ONE-DEDUCTION.
           EVALUATE TRUE
               WHEN DE-OVERRIDE-AMOUNT > 0
                   MOVE DE-OVERRIDE-AMOUNT TO PAY-THIS-DEDUCTION
               WHEN PAY-DED-METHOD(PAY-DED-IDX) = "P"
                   COMPUTE PAY-THIS-DEDUCTION =
                       PAY-TAXABLE-GROSS * PAY-DED-PCT(PAY-DED-IDX)
               WHEN OTHER
                   MOVE PAY-DED-FIXED(PAY-DED-IDX)
                       TO PAY-THIS-DEDUCTION
           END-EVALUATE
                   TO PAY-DED-RUN-TOTAL(PAY-DED-IDX)
               MOVE PAY-THIS-DEDUCTION
                   TO PAY-EMP-DED-AMT(PAY-DED-IDX)
               PERFORM 2196-COMPUTE-EMPLOYER-MATCH THRU 2196-EXIT
               IF LIVE-RUN
                   ADD PAY-THIS-DEDUCTION TO DE-YTD-TAKEN
                   REWRITE DEDUCTION-ENROLL-RECORD
       2176-EXIT.
           EXIT.

      *-----------------------
      * 2171-APPLY-GARNISHMENTS -- BEFORE ANY VOLUNTARY DEDUCTION,
      * WITHHOLD THE EMPLOYEE'S GARNISHMENT ORDERS IN LEGAL PRIORITY
      * ORDER. DISPOSABLE EARNINGS ARE THIS PERIOD'S GROSS LESS THE
      * TAXES THE LAW REQUIRES TO BE WITHHELD (FEDERAL, STATE, AND
      * LOCAL) -- THE NET STILL AVAILABLE AT THIS POINT. EACH ORDER
      * MAY TAKE ITS SHARE OF DISPOSABLE EARNINGS LESS WHAT THE
      * HIGHER-PRIORITY ORDERS HAVE ALREADY TAKEN THIS PERIOD, SO THE
      * ORDERS TOGETHER NEVER PASS THE LIMIT OF THE ORDER IN FORCE.
      *-----------------------
       2171-APPLY-GARNISHMENTS.
           MOVE 0 TO PAY-GRN-TAKEN-SO-FAR
           MOVE 0 TO PAY-GRN-COUNT
           IF PAY-NET-REMAINING <= 0
               GO TO 2171-EXIT
           END-IF
      * A NON-TAXABLE REIMBURSEMENT IS NOT DISPOSABLE EARNINGS
           IF PAY-NET-REMAINING <= PAY-ERN-NONTAX-TOTAL
               GO TO 2171-EXIT
           END-IF
           COMPUTE PAY-GRN-DISPOSABLE =
               PAY-NET-REMAINING - PAY-ERN-NONTAX-TOTAL
           PERFORM 2172-LOAD-EMP-ORDERS THRU 2172-EXIT
           IF PAY-GRN-COUNT = 0
               GO TO 2171-EXIT
           END-IF
           MOVE "Y" TO PAY-GRN-SORT-SWAPPED
           PERFORM 2178-SORT-ORDER-PASS THRU 2178-EXIT
               UNTIL PAY-GRN-SORT-SWAPPED = "N"
           PERFORM 2177-APPLY-ONE-ORDER THRU 2177-EXIT
               VARYING PAY-GRN-IDX FROM 1 BY 1
               UNTIL PAY-GRN-IDX > PAY-GRN-COUNT.
       2171-EXIT.
           EXIT.

       2172-LOAD-EMP-ORDERS.
           MOVE "N" TO PAY-GRN-EOF-SWITCH
           MOVE EM-EMP-ID TO GO-EMP-ID
           MOVE LOW-VALUES TO GO-CASE-NO
           START GARNISHMENT-ORDER-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   GO TO 2172-EXIT
           END-START
           PERFORM 2173-READ-ONE-ORDER THRU 2173-EXIT
               UNTIL END-OF-EMP-ORDERS.
       2172-EXIT.
           EXIT.

       2173-READ-ONE-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   SET END-OF-EMP-ORDERS TO TRUE
                   GO TO 2173-EXIT
           END-READ
           IF GO-EMP-ID NOT = EM-EMP-ID
               SET END-OF-EMP-ORDERS TO TRUE
               GO TO 2173-EXIT
           END-IF
           IF PAY-GRN-COUNT >= 10
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "OVER 10 GARN ORDERS - REST NOT TAKEN"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               SET END-OF-EMP-ORDERS TO TRUE
               GO TO 2173-EXIT
           END-IF
           ADD 1 TO PAY-GRN-COUNT
           SET PAY-GRN-IDX TO PAY-GRN-COUNT
           EVALUATE TRUE
               WHEN GO-TYPE-SUPPORT
                   MOVE 1 TO PAY-GRN-RANK(PAY-GRN-IDX)
               WHEN GO-TYPE-TAX-LEVY
                   MOVE 2 TO PAY-GRN-RANK(PAY-GRN-IDX)
               WHEN GO-TYPE-STUDENT-LOAN
                   MOVE 3 TO PAY-GRN-RANK(PAY-GRN-IDX)
               WHEN OTHER
                   MOVE 4 TO PAY-GRN-RANK(PAY-GRN-IDX)
           END-EVALUATE
           MOVE GO-PRIORITY TO PAY-GRN-PRIORITY(PAY-GRN-IDX)
           MOVE GARNISHMENT-ORDER-RECORD
               TO PAY-GRN-IMAGE(PAY-GRN-IDX).
       2173-EXIT.
           EXIT.

      *-----------------------
      * 2177-APPLY-ONE-ORDER -- ONE ORDER FOR THE CURRENT EMPLOYEE.
      * AN ORDER NOT YET STARTED TAKES NOTHING; PAST ITS STOP DATE
      * IT TAKES NO CURRENT AMOUNT BUT KEEPS COLLECTING ARREARS
      * UNTIL THEY ARE CLEARED. WHAT IS TAKEN GOES TO THE CURRENT
      * AMOUNT FIRST AND THEN TO ARREARS; ANY CURRENT AMOUNT THE
      * LIMIT LEAVES UNTAKEN IS ADDED TO ARREARS AND REPORTED. THE
      * ORDER'S DEDMAST CODE CARRIES THE AMOUNT TO THE REGISTER,
      * PAY DETAIL, AND GL LIKE ANY DEDUCTION, AND ITS ENROLLMENT
      * RECORD'S YTD-TAKEN TELLS THE REMITTANCE JOB WHAT TO PAY THE
      * AGENCY. A PREVIEW RUN CHANGES NEITHER FILE.
      *-----------------------
       2177-APPLY-ONE-ORDER.
           MOVE PAY-GRN-IMAGE(PAY-GRN-IDX)
               TO GARNISHMENT-ORDER-RECORD
           IF GO-START-DATE > PAY-RUN-DATE
               GO TO 2177-EXIT
           END-IF
           MOVE GO-PERIOD-AMOUNT TO PAY-GRN-CURRENT-DUE
           IF GO-STOP-DATE > 0
               AND GO-STOP-DATE < PAY-RUN-DATE
               MOVE 0 TO PAY-GRN-CURRENT-DUE
           END-IF
           MOVE GO-ARREARS-PER-PERIOD TO PAY-GRN-ARREARS-DUE
           IF PAY-GRN-ARREARS-DUE > GO-ARREARS-BALANCE
               MOVE GO-ARREARS-BALANCE TO PAY-GRN-ARREARS-DUE
           END-IF
           IF PAY-GRN-CURRENT-DUE = 0
               AND PAY-GRN-ARREARS-DUE = 0
               GO TO 2177-EXIT
           END-IF
           MOVE "N" TO PAY-GRN-CODE-SWITCH
           PERFORM 2179-MATCH-ORDER-CODE THRU 2179-EXIT
               VARYING PAY-DED-IDX FROM 1 BY 1
               UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT
                   OR PAY-GRN-CODE-FOUND
           IF NOT PAY-GRN-CODE-FOUND
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "GARN CODE NOT ON DEDMAST - NOT TAKEN"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 2177-EXIT
           END-IF
           SET PAY-DED-IDX TO PAY-GRN-DED-SUB
           IF PAY-DED-CO-SUB(PAY-DED-IDX) NOT = PAY-CO-SUB
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "GARN CODE IS OTHER COMPANY'S - NOT TAKEN"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 2177-EXIT
           END-IF
           MOVE GO-LIMIT-PCT TO PAY-GRN-LIMIT-PCT
           IF PAY-GRN-LIMIT-PCT = 0
               EVALUATE TRUE
                   WHEN GO-TYPE-SUPPORT
                       MOVE .5000 TO PAY-GRN-LIMIT-PCT
                   WHEN GO-TYPE-STUDENT-LOAN
                       MOVE .1500 TO PAY-GRN-LIMIT-PCT
                   WHEN OTHER
                       MOVE .2500 TO PAY-GRN-LIMIT-PCT
               END-EVALUATE
           END-IF
           COMPUTE PAY-GRN-ROOM ROUNDED =
               PAY-GRN-DISPOSABLE * PAY-GRN-LIMIT-PCT
               - PAY-GRN-TAKEN-SO-FAR
           IF PAY-GRN-ROOM > PAY-NET-REMAINING
               MOVE PAY-NET-REMAINING TO PAY-GRN-ROOM
           END-IF
           IF PAY-GRN-ROOM < 0
               MOVE 0 TO PAY-GRN-ROOM
           END-IF
           COMPUTE PAY-GRN-TAKE =
               PAY-GRN-CURRENT-DUE + PAY-GRN-ARREARS-DUE
           IF PAY-GRN-TAKE > PAY-GRN-ROOM
               MOVE PAY-GRN-ROOM TO PAY-GRN-TAKE
           END-IF
           IF PAY-GRN-TAKE > PAY-GRN-CURRENT-DUE
               MOVE PAY-GRN-CURRENT-DUE TO PAY-GRN-CURRENT-PAID
           ELSE
               MOVE PAY-GRN-TAKE TO PAY-GRN-CURRENT-PAID
           END-IF
           COMPUTE PAY-GRN-SHORTFALL =
               PAY-GRN-CURRENT-DUE - PAY-GRN-CURRENT-PAID
           IF PAY-GRN-TAKE > 0
               ADD PAY-GRN-TAKE TO PAY-TOTAL-DEDUCTIONS
               ADD PAY-GRN-TAKE TO PAY-GRN-TAKEN-SO-FAR
               SUBTRACT PAY-GRN-TAKE FROM PAY-NET-REMAINING
               ADD PAY-GRN-TAKE TO PAY-DED-RUN-TOTAL(PAY-DED-IDX)
               ADD PAY-GRN-TAKE TO PAY-EMP-DED-AMT(PAY-DED-IDX)
           END-IF
           IF PAY-GRN-SHORTFALL > 0
               MOVE EM-EMP-ID TO XL-EMP-ID
               MOVE "GARNISHMENT SHORT - ADDED TO ARREARS"
                   TO XL-REASON
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
           END-IF
           IF LIVE-RUN
               COMPUTE GO-ARREARS-BALANCE = GO-ARREARS-BALANCE
                   - (PAY-GRN-TAKE - PAY-GRN-CURRENT-PAID)
                   + PAY-GRN-SHORTFALL
               ADD PAY-GRN-TAKE TO GO-TOTAL-TAKEN
               MOVE PAY-RUN-DATE TO GO-LAST-TAKEN-DATE
               MOVE PAY-GRN-TAKE TO GO-LAST-TAKEN-AMT
               MOVE PAY-GRN-SHORTFALL TO GO-LAST-SHORTFALL
               REWRITE GARNISHMENT-ORDER-RECORD
               IF PAY-GRN-TAKE > 0
                   PERFORM 2186-POST-ORDER-ENROLL THRU 2186-EXIT
               END-IF
           END-IF.
       2177-EXIT.
           EXIT.

       2178-SORT-ORDER-PASS.
           MOVE "N" TO PAY-GRN-SORT-SWAPPED
           PERFORM 2185-COMPARE-AND-SWAP-ORDER THRU 2185-EXIT
               VARYING PAY-GRN-SORT-I FROM 1 BY 1
               UNTIL PAY-GRN-SORT-I >= PAY-GRN-COUNT.
       2178-EXIT.
           EXIT.

       2179-MATCH-ORDER-CODE.
           IF PAY-DED-CODE(PAY-DED-IDX) = GO-DED-CODE
               AND PAY-DED-METHOD(PAY-DED-IDX) = "G"
               SET PAY-GRN-CODE-FOUND TO TRUE
               SET PAY-GRN-DED-SUB TO PAY-DED-IDX
           END-IF.
       2179-EXIT.
           EXIT.

       2185-COMPARE-AND-SWAP-ORDER.
           IF PAY-GRN-RANK(PAY-GRN-SORT-I)
                   > PAY-GRN-RANK(PAY-GRN-SORT-I + 1)
               OR (PAY-GRN-RANK(PAY-GRN-SORT-I)
                   = PAY-GRN-RANK(PAY-GRN-SORT-I + 1)
               AND PAY-GRN-PRIORITY(PAY-GRN-SORT-I)
                   > PAY-GRN-PRIORITY(PAY-GRN-SORT-I + 1))
               MOVE PAY-GRN-ENTRY(PAY-GRN-SORT-I)
                   TO PAY-GRN-SWAP-ENTRY
               MOVE PAY-GRN-ENTRY(PAY-GRN-SORT-I + 1)
                   TO PAY-GRN-ENTRY(PAY-GRN-SORT-I)
               MOVE PAY-GRN-SWAP-ENTRY
                   TO PAY-GRN-ENTRY(PAY-GRN-SORT-I + 1)
               MOVE "Y" TO PAY-GRN-SORT-SWAPPED
           END-IF.
       2185-EXIT.
           EXIT.

      *-----------------------
      * 2186-POST-ORDER-ENROLL -- ADD THE AMOUNT TAKEN TO THE
      * EMPLOYEE'S ENROLLMENT RECORD FOR THE ORDER'S CODE, CREATING
      * THE RECORD THE FIRST TIME AN ORDER IS TAKEN, SO THE
      * REMITTANCE JOB SEES IT AS TAKEN AND NOT YET REMITTED.
      *-----------------------
       2186-POST-ORDER-ENROLL.
           MOVE EM-EMP-ID TO DE-EMP-ID
           MOVE GO-DED-CODE TO DE-DED-CODE
           READ DEDUCTION-ENROLL-FILE
               INVALID KEY
                   MOVE 0 TO DE-OVERRIDE-AMOUNT
                   MOVE PAY-GRN-TAKE TO DE-YTD-TAKEN
                   MOVE 0 TO DE-YTD-REMITTED
                   MOVE 0 TO DE-YTD-MATCH
                   MOVE 0 TO DE-MATCH-REMITTED
                   WRITE DEDUCTION-ENROLL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 2186-EXIT
           END-READ
           ADD PAY-GRN-TAKE TO DE-YTD-TAKEN
           REWRITE DEDUCTION-ENROLL-RECORD.
       2186-EXIT.
           EXIT.

      *-----------------------
      * 2190-COMPUTE-EMPLOYER-TAX -- THE EMPLOYER'S OWN MATCHING
      * CONTRIBUTIONS ON THIS PERIOD'S GROSS, ONE PER EMPTAX ENTRY.

       2195-ONE-EMPLOYER-TAX.
           MOVE 0 TO PAY-EMP-ETX-AMT(PAY-ETX-IDX)
           MOVE PAY-TAXABLE-GROSS TO PAY-ETX-TAXABLE
           IF PAY-ETX-CAP(PAY-ETX-IDX) > 0
               IF EM-YTD-GROSS >= PAY-ETX-CAP(PAY-ETX-IDX)
                   MOVE 0 TO PAY-ETX-TAXABLE
               ELSE
                   IF EM-YTD-GROSS + PAY-TAXABLE-GROSS
                           > PAY-ETX-CAP(PAY-ETX-IDX)
                       COMPUTE PAY-ETX-TAXABLE =
                           PAY-ETX-CAP(PAY-ETX-IDX) - EM-YTD-GROSS
                   PAY-ETX-TAXABLE * PAY-ETX-RATE(PAY-ETX-IDX)
               ADD PAY-EMP-ETX-AMT(PAY-ETX-IDX)
                   TO PAY-ETX-RUN-TOTAL
               ADD PAY-EMP-ETX-AMT(PAY-ETX-IDX)
                   TO PAY-CO-EMPLR-TAX(PAY-CO-SUB)
           END-IF.
       2195-EXIT.
           EXIT.

      *-----------------------
      * 2196-COMPUTE-EMPLOYER-MATCH -- THE EMPLOYER MATCH ON A
      * DEFERRAL JUST TAKEN, WHEN ITS CODE HAS A MATCH FORMULA.
      * TIER 1 MATCHES THE DEFERRAL UP TO ITS LIMIT'S SHARE OF THIS
      * PERIOD'S GROSS; TIER 2 MATCHES WHAT IS LEFT OF THE DEFERRAL
      * UP TO ITS OWN SHARE. THE YEAR'S MATCH STOPS AT THE ANNUAL
      * CAP, TRACKED AS DE-YTD-MATCH ON THE DEFERRAL'S ENROLLMENT
      * RECORD, WHICH 2176 REWRITES WITH THE DEFERRAL ITSELF.
      *-----------------------
       2196-COMPUTE-EMPLOYER-MATCH.
           MOVE "N" TO PAY-MTC-FOUND-SWITCH
           SET PAY-MTC-DED-SUB TO PAY-DED-IDX
           PERFORM 2197-FIND-MATCH-FORMULA THRU 2197-EXIT
               VARYING PAY-MTC-IDX FROM 1 BY 1
               UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
                  OR PAY-MTC-FOUND
           IF NOT PAY-MTC-FOUND
               GO TO 2196-EXIT
           END-IF
           SET PAY-MTC-IDX TO PAY-MTC-SUB
      * AN ENROLLMENT WRITTEN BEFORE THE MATCH FIELDS EXISTED
           IF DE-YTD-MATCH NOT NUMERIC
               MOVE 0 TO DE-YTD-MATCH
           END-IF
           IF DE-MATCH-REMITTED NOT NUMERIC
               MOVE 0 TO DE-MATCH-REMITTED
           END-IF
           COMPUTE PAY-MTC-TIER1-BASE ROUNDED =
               PAY-TAXABLE-GROSS * PAY-MTC-TIER1-LIMIT(PAY-MTC-IDX)
           COMPUTE PAY-MTC-TIER2-BASE ROUNDED =
               PAY-TAXABLE-GROSS * PAY-MTC-TIER2-LIMIT(PAY-MTC-IDX)
           IF PAY-THIS-DEDUCTION > PAY-MTC-TIER1-BASE
               MOVE PAY-MTC-TIER1-BASE TO PAY-MTC-TIER1-DEFER
           ELSE
               MOVE PAY-THIS-DEDUCTION TO PAY-MTC-TIER1-DEFER
           END-IF
           COMPUTE PAY-MTC-TIER2-DEFER =
               PAY-THIS-DEDUCTION - PAY-MTC-TIER1-DEFER
           IF PAY-MTC-TIER2-DEFER > PAY-MTC-TIER2-BASE
               MOVE PAY-MTC-TIER2-BASE TO PAY-MTC-TIER2-DEFER
           END-IF
           COMPUTE PAY-MTC-THIS-MATCH ROUNDED =
               PAY-MTC-TIER1-DEFER * PAY-MTC-TIER1-RATE(PAY-MTC-IDX)
               + PAY-MTC-TIER2-DEFER
                   * PAY-MTC-TIER2-RATE(PAY-MTC-IDX)
           IF PAY-MTC-CAP(PAY-MTC-IDX) > 0
               AND DE-YTD-MATCH + PAY-MTC-THIS-MATCH
                   > PAY-MTC-CAP(PAY-MTC-IDX)
               IF DE-YTD-MATCH >= PAY-MTC-CAP(PAY-MTC-IDX)
                   MOVE 0 TO PAY-MTC-THIS-MATCH
               ELSE
                   COMPUTE PAY-MTC-THIS-MATCH =
                       PAY-MTC-CAP(PAY-MTC-IDX) - DE-YTD-MATCH
               END-IF
           END-IF
           IF PAY-MTC-THIS-MATCH > 0
               MOVE PAY-MTC-THIS-MATCH
                   TO PAY-EMP-MTC-AMT(PAY-MTC-IDX)
               ADD PAY-MTC-THIS-MATCH TO PAY-EMP-MATCH-TOTAL
               ADD PAY-MTC-THIS-MATCH TO PAY-MTC-RUN-TOTAL
               ADD PAY-MTC-THIS-MATCH TO PAY-CO-MATCH(PAY-CO-SUB)
               IF LIVE-RUN
                   ADD PAY-MTC-THIS-MATCH TO DE-YTD-MATCH
               END-IF
           END-IF.
       2196-EXIT.
           EXIT.

       2197-FIND-MATCH-FORMULA.
           IF PAY-MTC-DED-SLOT(PAY-MTC-IDX) = PAY-MTC-DED-SUB
               SET PAY-MTC-FOUND TO TRUE
               SET PAY-MTC-SUB TO PAY-MTC-IDX
           END-IF.
       2197-EXIT.
           EXIT.

      *-----------------------
      * 2200-MATCH-ADJUSTMENTS -- WALK THE ADJUSTMENT FILE FORWARD
      * TO THE CURRENT EMPLOYEE AND HOLD EVERY ADJUSTMENT KEYED FOR
           MOVE DETAIL-LINE TO PR-LINE
           WRITE PR-LINE
           ADD 1 TO PAY-LINE-COUNT
           PERFORM 2313-WRITE-EARN-LINES THRU 2313-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
           PERFORM 2320-WRITE-ADJ-LINES THRU 2320-EXIT
               VARYING PAY-ADJ-IDX FROM 1 BY 1
               UNTIL PAY-ADJ-IDX > PAY-EMP-ADJ-COUNT
           PERFORM 2310-WRITE-DED-LINES THRU 2310-EXIT
               VARYING PAY-DED-IDX FROM 1 BY 1
               UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT
           PERFORM 2315-WRITE-JUR-LINES THRU 2315-EXIT
           PERFORM 2312-WRITE-MATCH-LINES THRU 2312-EXIT
               VARYING PAY-MTC-IDX FROM 1 BY 1
               UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
           ADD RESULT TO PAY-GRAND-TOTAL
           ADD 1 TO PAY-CO-PAID-COUNT(PAY-CO-SUB)
           ADD RESULT TO PAY-CO-GROSS(PAY-CO-SUB)
           ADD NET-PAY TO PAY-CO-NET(PAY-CO-SUB)
           ADD PAY-STATE-TAX TO PAY-CO-STATE-TAX(PAY-CO-SUB)
           ADD PAY-LOCAL-TAX TO PAY-CO-LOCAL-TAX(PAY-CO-SUB)
           PERFORM 2350-ACCUMULATE-DEPARTMENT THRU 2350-EXIT
           IF PAY-DIST-COUNT > 1
               PERFORM 2330-WRITE-DIST-LINES THRU 2330-EXIT
       2310-EXIT.
           EXIT.

      *-----------------------
      * 2313-WRITE-EARN-LINES -- ONE REGISTER LINE FOR EACH EARNINGS
      * CODE PAID TO THE CURRENT EMPLOYEE, WITH ITS HOURS AND A
      * NON-TAX MARK FOR A CODE KEPT OUT OF THE WITHHOLDING BASE
      *-----------------------
       2313-WRITE-EARN-LINES.
           IF PAY-EMP-ERN-AMT(PAY-ERN-IDX) > 0
               IF PAY-LINE-COUNT >= PAY-LINES-PER-PAGE
                   PERFORM 2500-PRINT-HEADERS THRU 2500-EXIT
               END-IF
               MOVE PAY-ERN-DESC(PAY-ERN-IDX) TO ERN-DL-DESC
               MOVE PAY-EMP-ERN-AMT(PAY-ERN-IDX) TO ERN-DL-AMOUNT
               MOVE PAY-EMP-ERN-HOURS(PAY-ERN-IDX) TO ERN-DL-HOURS
               IF PAY-ERN-TAXABLE(PAY-ERN-IDX) = "N"
                   MOVE "NON-TAX" TO ERN-DL-NONTAX
               ELSE
                   MOVE SPACES TO ERN-DL-NONTAX
               END-IF
               MOVE EARN-DETAIL-LINE TO PR-LINE
               WRITE PR-LINE
               ADD 1 TO PAY-LINE-COUNT
           END-IF.
       2313-EXIT.
           EXIT.

      *-----------------------
      * 2312-WRITE-MATCH-LINES -- THE EMPLOYER MATCH EARNED BY THE
      * CURRENT EMPLOYEE'S DEFERRALS, ONE LINE PER FORMULA
      *-----------------------
       2312-WRITE-MATCH-LINES.
           IF PAY-EMP-MTC-AMT(PAY-MTC-IDX) > 0
               IF PAY-LINE-COUNT >= PAY-LINES-PER-PAGE
                   PERFORM 2500-PRINT-HEADERS THRU 2500-EXIT
               END-IF
               MOVE PAY-MTC-DESC(PAY-MTC-IDX) TO MTC-DL-DESC
               MOVE PAY-EMP-MTC-AMT(PAY-MTC-IDX) TO MTC-DL-AMOUNT
               MOVE MATCH-DETAIL-LINE TO PR-LINE
               WRITE PR-LINE
               ADD 1 TO PAY-LINE-COUNT
           END-IF.
       2312-EXIT.
           EXIT.

      *-----------------------
      * 2315-WRITE-JUR-LINES -- THE STATE AND LOCAL WITHHOLDING ON
      * THE REGISTER, ONE LINE PER JURISDICTION WITHHELD FOR
      *-----------------------
       2315-WRITE-JUR-LINES.
           IF PAY-STATE-TAX > 0
               IF PAY-LINE-COUNT >= PAY-LINES-PER-PAGE
                   PERFORM 2500-PRINT-HEADERS THRU 2500-EXIT
               END-IF
               MOVE "STATE TAX " TO PAY-JUR-DESC-LEVEL
               MOVE PAY-STATE-CODE TO PAY-JUR-DESC-CODE
               MOVE PAY-JUR-DESC TO DED-DL-DESC
               MOVE PAY-STATE-TAX TO DED-DL-AMOUNT
               MOVE DED-DETAIL-LINE TO PR-LINE
               WRITE PR-LINE
               ADD 1 TO PAY-LINE-COUNT
           END-IF
           IF PAY-LOCAL-TAX > 0
               IF PAY-LINE-COUNT >= PAY-LINES-PER-PAGE
                   PERFORM 2500-PRINT-HEADERS THRU 2500-EXIT
               END-IF
               MOVE "LOCAL TAX " TO PAY-JUR-DESC-LEVEL
               MOVE PAY-LOCAL-CODE TO PAY-JUR-DESC-CODE
               MOVE PAY-JUR-DESC TO DED-DL-DESC
               MOVE PAY-LOCAL-TAX TO DED-DL-AMOUNT
               MOVE DED-DETAIL-LINE TO PR-LINE
               WRITE PR-LINE
               ADD 1 TO PAY-LINE-COUNT
           END-IF.
       2315-EXIT.
           EXIT.

      *-----------------------
      * 2320-WRITE-ADJ-LINES -- ONE SEPARATELY IDENTIFIED REGISTER
      * LINE FOR EACH RETROACTIVE ADJUSTMENT FOLDED INTO THIS
               PERFORM 2351-COPY-FULL-ETX THRU 2351-EXIT
                   VARYING PAY-ETX-IDX FROM 1 BY 1
                   UNTIL PAY-ETX-IDX > PAY-ETX-COUNT
               PERFORM 2361-COPY-FULL-MTC THRU 2361-EXIT
                   VARYING PAY-MTC-IDX FROM 1 BY 1
                   UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
               PERFORM 2366-COPY-FULL-ERN THRU 2366-EXIT
                   VARYING PAY-ERN-IDX FROM 1 BY 1
                   UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
               PERFORM 2340-FOLD-ONE-DEPARTMENT THRU 2340-EXIT
           END-IF.
       2350-EXIT.
           PERFORM 2356-SEED-ETX-REMAINDER THRU 2356-EXIT
               VARYING PAY-ETX-IDX FROM 1 BY 1
               UNTIL PAY-ETX-IDX > PAY-ETX-COUNT
           PERFORM 2362-SEED-MTC-REMAINDER THRU 2362-EXIT
               VARYING PAY-MTC-IDX FROM 1 BY 1
               UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
           PERFORM 2367-SEED-ERN-REMAINDER THRU 2367-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
           PERFORM 2353-ALLOCATE-ONE-SHARE THRU 2353-EXIT
               VARYING PAY-DIST-IDX FROM 1 BY 1
               UNTIL PAY-DIST-IDX > PAY-DIST-COUNT
               PERFORM 2358-TAKE-ETX-REMAINDER THRU 2358-EXIT
                   VARYING PAY-ETX-IDX FROM 1 BY 1
                   UNTIL PAY-ETX-IDX > PAY-ETX-COUNT
               PERFORM 2364-TAKE-MTC-REMAINDER THRU 2364-EXIT
                   VARYING PAY-MTC-IDX FROM 1 BY 1
                   UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
               PERFORM 2369-TAKE-ERN-REMAINDER THRU 2369-EXIT
                   VARYING PAY-ERN-IDX FROM 1 BY 1
                   UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
           ELSE
               COMPUTE PAY-DIST-FRACTION ROUNDED =
                   PAY-DIST-HOURS(PAY-DIST-IDX)
               PERFORM 2357-SHARE-ONE-ETX THRU 2357-EXIT
                   VARYING PAY-ETX-IDX FROM 1 BY 1
                   UNTIL PAY-ETX-IDX > PAY-ETX-COUNT
               PERFORM 2363-SHARE-ONE-MTC THRU 2363-EXIT
                   VARYING PAY-MTC-IDX FROM 1 BY 1
                   UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
               PERFORM 2368-SHARE-ONE-ERN THRU 2368-EXIT
                   VARYING PAY-ERN-IDX FROM 1 BY 1
                   UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
           END-IF
           MOVE PAY-DIST-DEPT(PAY-DIST-IDX) TO PAY-DIST-HOLD-DEPT
           MOVE PAY-DIST-GROSS-SHARE
       2358-EXIT.
           EXIT.

      * THE EMPLOYER MATCH RIDES THE SAME ALLOCATION AS THE
      * EMPLOYER TAXES, ONE SLOT PER MATCH FORMULA
       2361-COPY-FULL-MTC.
           MOVE PAY-EMP-MTC-AMT(PAY-MTC-IDX)
               TO PAY-DIST-MTC-SHARE(PAY-MTC-IDX).
       2361-EXIT.
           EXIT.

       2362-SEED-MTC-REMAINDER.
           MOVE PAY-EMP-MTC-AMT(PAY-MTC-IDX)
               TO PAY-DIST-MTC-REM(PAY-MTC-IDX).
       2362-EXIT.
           EXIT.

       2363-SHARE-ONE-MTC.
           COMPUTE PAY-DIST-MTC-SHARE(PAY-MTC-IDX) ROUNDED =
               PAY-EMP-MTC-AMT(PAY-MTC-IDX) * PAY-DIST-FRACTION
           SUBTRACT PAY-DIST-MTC-SHARE(PAY-MTC-IDX)
               FROM PAY-DIST-MTC-REM(PAY-MTC-IDX).
       2363-EXIT.
           EXIT.

       2364-TAKE-MTC-REMAINDER.
           MOVE PAY-DIST-MTC-REM(PAY-MTC-IDX)
               TO PAY-DIST-MTC-SHARE(PAY-MTC-IDX).
       2364-EXIT.
           EXIT.

      * SO DOES THE CODED PAY, ONE SLOT PER EARNINGS CODE, SO EACH
      * DEPARTMENT'S GROSS CAN BE JOURNALED TO THE CODES' ACCOUNTS
       2366-COPY-FULL-ERN.
           MOVE PAY-EMP-ERN-AMT(PAY-ERN-IDX)
               TO PAY-DIST-ERN-SHARE(PAY-ERN-IDX).
       2366-EXIT.
           EXIT.

       2367-SEED-ERN-REMAINDER.
           MOVE PAY-EMP-ERN-AMT(PAY-ERN-IDX)
               TO PAY-DIST-ERN-REM(PAY-ERN-IDX).
       2367-EXIT.
           EXIT.

       2368-SHARE-ONE-ERN.
           COMPUTE PAY-DIST-ERN-SHARE(PAY-ERN-IDX) ROUNDED =
               PAY-EMP-ERN-AMT(PAY-ERN-IDX) * PAY-DIST-FRACTION
           SUBTRACT PAY-DIST-ERN-SHARE(PAY-ERN-IDX)
               FROM PAY-DIST-ERN-REM(PAY-ERN-IDX).
       2368-EXIT.
           EXIT.

       2369-TAKE-ERN-REMAINDER.
           MOVE PAY-DIST-ERN-REM(PAY-ERN-IDX)
               TO PAY-DIST-ERN-SHARE(PAY-ERN-IDX).
       2369-EXIT.
           EXIT.

      *-----------------------
      * 2340-FOLD-ONE-DEPARTMENT -- FIND (OR CREATE) THE HELD
      * DEPARTMENT'S SLOT IN PAY-DEPT-TABLE AND ADD THE SHARE
                   SET PAY-DEPT-IDX TO PAY-DEPT-COUNT
                   MOVE PAY-DIST-HOLD-DEPT
                       TO PAY-DEPT-NAME(PAY-DEPT-IDX)
                   MOVE PAY-CO-SUB TO PAY-DEPT-CO-SUB(PAY-DEPT-IDX)
                   MOVE 0 TO PAY-DEPT-GROSS(PAY-DEPT-IDX)
                   MOVE 0 TO PAY-DEPT-DEDUCTIONS(PAY-DEPT-IDX)
                   MOVE 0 TO PAY-DEPT-NET(PAY-DEPT-IDX)
                   MOVE ZEROS TO PAY-DEPT-EMPLR-TAXES(PAY-DEPT-IDX)
                   MOVE ZEROS
                       TO PAY-DEPT-EMPLR-MATCHES(PAY-DEPT-IDX)
                   MOVE ZEROS TO PAY-DEPT-EARNINGS(PAY-DEPT-IDX)
               END-IF
           END-IF
           IF NOT PAY-TABLE-OVERFLOW
               PERFORM 2355-FOLD-EMPLOYER-TAX THRU 2355-EXIT
                   VARYING PAY-ETX-IDX FROM 1 BY 1
                   UNTIL PAY-ETX-IDX > PAY-ETX-COUNT
               PERFORM 2365-FOLD-EMPLOYER-MATCH THRU 2365-EXIT
                   VARYING PAY-MTC-IDX FROM 1 BY 1
                   UNTIL PAY-MTC-IDX > PAY-MTC-COUNT
               PERFORM 2370-FOLD-EARNINGS THRU 2370-EXIT
                   VARYING PAY-ERN-IDX FROM 1 BY 1
                   UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
           END-IF.
       2340-EXIT.
           EXIT.
       2355-EXIT.
           EXIT.

       2365-FOLD-EMPLOYER-MATCH.
           ADD PAY-DIST-MTC-SHARE(PAY-MTC-IDX)
               TO PAY-DEPT-EMPLR-MATCH(PAY-DEPT-IDX PAY-MTC-IDX).
       2365-EXIT.
           EXIT.

       2370-FOLD-EARNINGS.
           ADD PAY-DIST-ERN-SHARE(PAY-ERN-IDX)
               TO PAY-DEPT-EARN-AMT(PAY-DEPT-IDX PAY-ERN-IDX).
       2370-EXIT.
           EXIT.

       2360-SEARCH-DEPARTMENT.
           IF PAY-DIST-HOLD-DEPT = PAY-DEPT-NAME(PAY-DEPT-IDX)
               AND PAY-CO-SUB = PAY-DEPT-CO-SUB(PAY-DEPT-IDX)
               SET PAY-DEPT-FOUND TO TRUE
               SET PAY-DEPT-SUB TO PAY-DEPT-IDX
           END-IF.
      *-----------------------
      * 2400-PRINT-SUBTOTAL -- ONE DEPARTMENT SUBTOTAL LINE, FOR THE
      * DEPARTMENT AT PAY-DEPT-IDX IN PAY-DEPT-TABLE, AND ITS GL
      * LINE ON THE STAGING FILE. THE STAGED GROSS LEAVES OUT THE
      * DEPARTMENT'S CODED EARNINGS, WHICH 3163 JOURNALS TO EACH
      * CODE'S OWN ACCOUNT; THE PROOF STILL CARRIES THE FULL GROSS.
      *-----------------------
       2400-PRINT-SUBTOTAL.
           MOVE PAY-DEPT-CO-SUB(PAY-DEPT-IDX) TO PAY-CO-DEPT-SUB
           MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO ST-COMPANY
           MOVE PAY-DEPT-NAME(PAY-DEPT-IDX) TO ST-DEPARTMENT
           MOVE PAY-DEPT-GROSS(PAY-DEPT-IDX) TO ST-SUBTOTAL
           MOVE SUBTOTAL-LINE TO PR-LINE
               END-IF
               MOVE PAY-DPM-ACCT-WORK TO GS-ACCT-CODE
               MOVE PAY-DEPT-NAME(PAY-DEPT-IDX) TO GS-DEPT
               MOVE 0 TO PAY-ERN-DEPT-CODED
               PERFORM 2410-ADD-DEPT-EARNINGS THRU 2410-EXIT
                   VARYING PAY-ERN-IDX FROM 1 BY 1
                   UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
      * A NEGATIVE ADJUSTMENT CAN LEAVE CODED PAY ABOVE THE GROSS --
      * THEN THE WHOLE GROSS STAYS ON THE DEPARTMENT'S OWN ACCOUNT
               IF PAY-ERN-DEPT-CODED > PAY-DEPT-GROSS(PAY-DEPT-IDX)
                   MOVE ZEROS TO PAY-DEPT-EARNINGS(PAY-DEPT-IDX)
                   MOVE 0 TO PAY-ERN-DEPT-CODED
               END-IF
               COMPUTE GS-GROSS = PAY-DEPT-GROSS(PAY-DEPT-IDX)
                   - PAY-ERN-DEPT-CODED
               MOVE PAY-DEPT-DEDUCTIONS(PAY-DEPT-IDX)
                   TO GS-DEDUCTIONS
               MOVE PAY-DEPT-NET(PAY-DEPT-IDX) TO GS-NET
               MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO GS-COMPANY
               WRITE GL-STAGING-RECORD
               ADD PAY-DEPT-GROSS(PAY-DEPT-IDX)
                   TO PAY-GL-DEBIT-TOTAL
               ADD PAY-DEPT-NET(PAY-DEPT-IDX) TO PAY-GL-NET-TOTAL
               ADD PAY-DEPT-GROSS(PAY-DEPT-IDX)
                   TO PAY-CO-GL-GROSS(PAY-CO-DEPT-SUB)
               ADD PAY-DEPT-NET(PAY-DEPT-IDX)
                   TO PAY-CO-GL-NET(PAY-CO-DEPT-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-ADD-DEPT-EARNINGS.
           ADD PAY-DEPT-EARN-AMT(PAY-DEPT-IDX PAY-ERN-IDX)
               TO PAY-ERN-DEPT-CODED.
       2410-EXIT.
           EXIT.

      *-----------------------
      * 2460-PRINT-ALL-SUBTOTALS -- NOW THAT THE ENTIRE RUN HAS BEEN
      * ACCUMULATED, PRINT ONE TRUE SUBTOTAL PER DEPARTMENT FOUND IN
      * 2680-WRITE-PAY-DETAIL -- THE EMPLOYEE'S PAY-DETAIL EXTRACT
      * LINES FOR THE DOWNSTREAM CHECK-PRINT AND DEPOSIT-ADVICE
      * RUNS: THE PAY LINE (WITH THE DEPOSIT MODE 2650 JUST
      * DECIDED), A LINE FOR THE TAX WITHHELD, A LINE EACH FOR ANY
      * STATE (SIT) AND LOCAL (LIT) TAX, AND A LINE PER
      * VOLUNTARY DEDUCTION TAKEN. THE ACH LINES ARE WRITTEN BY
      * 2730 AS EACH ENTRY IS STAGED.
      *-----------------------
           MOVE NET-PAY TO PD-NET-PAY
           MOVE PAY-DEPOSIT-MODE TO PD-DEPOSIT-MODE
           WRITE PAY-DETAIL-RECORD
           PERFORM 2682-WRITE-ONE-ERN-DETAIL THRU 2682-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > PAY-ERN-COUNT
           IF DEDUCTION-AMOUNT > 0
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE "D" TO PD-RECORD-TYPE
               MOVE DEDUCTION-AMOUNT TO PD-DED-AMOUNT
               WRITE PAY-DETAIL-RECORD
           END-IF
           IF PAY-STATE-TAX > 0
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE "D" TO PD-RECORD-TYPE
               MOVE EM-EMP-ID TO PD-EMP-ID
               MOVE PAY-RUN-DATE TO PD-RUN-DATE
               MOVE "SIT" TO PD-DED-CODE
               MOVE "STATE TAX " TO PAY-JUR-DESC-LEVEL
               MOVE PAY-STATE-CODE TO PAY-JUR-DESC-CODE
               MOVE PAY-JUR-DESC TO PD-DED-DESC
               MOVE PAY-STATE-TAX TO PD-DED-AMOUNT
               WRITE PAY-DETAIL-RECORD
           END-IF
           IF PAY-LOCAL-TAX > 0
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE "D" TO PD-RECORD-TYPE
               MOVE EM-EMP-ID TO PD-EMP-ID
               MOVE PAY-RUN-DATE TO PD-RUN-DATE
               MOVE "LIT" TO PD-DED-CODE
               MOVE "LOCAL TAX " TO PAY-JUR-DESC-LEVEL
               MOVE PAY-LOCAL-CODE TO PAY-JUR-DESC-CODE
               MOVE PAY-JUR-DESC TO PD-DED-DESC
               MOVE PAY-LOCAL-TAX TO PD-DED-AMOUNT
               WRITE PAY-DETAIL-RECORD
           END-IF
           PERFORM 2685-WRITE-ONE-DED-DETAIL THRU 2685-EXIT
               VARYING PAY-DED-IDX FROM 1 BY 1
               UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT.
       2680-EXIT.
           EXIT.

       2682-WRITE-ONE-ERN-DETAIL.
           IF PAY-EMP-ERN-AMT(PAY-ERN-IDX) > 0
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE "E" TO PD-RECORD-TYPE
               MOVE EM-EMP-ID TO PD-EMP-ID
               MOVE PAY-RUN-DATE TO PD-RUN-DATE
               MOVE PAY-ERN-CODE(PAY-ERN-IDX) TO PD-ERN-CODE
               MOVE PAY-ERN-DESC(PAY-ERN-IDX) TO PD-ERN-DESC
               MOVE PAY-EMP-ERN-HOURS(PAY-ERN-IDX) TO PD-ERN-HOURS
               MOVE PAY-EMP-ERN-AMT(PAY-ERN-IDX) TO PD-ERN-AMOUNT
               MOVE PAY-ERN-TAXABLE(PAY-ERN-IDX) TO PD-ERN-TAXABLE
               WRITE PAY-DETAIL-RECORD
           END-IF.
       2682-EXIT.
           EXIT.

       2685-WRITE-ONE-DED-DETAIL.
           IF PAY-EMP-DED-AMT(PAY-DED-IDX) > 0
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE EM-EMP-NAME TO AS-EMP-NAME
               MOVE PAY-ENTRY-AMOUNT TO AS-NET-AMOUNT
               MOVE PAY-ENTRY-TRAN-CODE TO AS-TRAN-CODE
               MOVE PAY-CO-CODE(PAY-CO-SUB) TO AS-COMPANY
               WRITE ACH-STAGING-RECORD
      * THE ADVICE-FACING COPY OF THE ENTRY, ACCOUNT MASKED TO ITS
      * LAST FOUR -- NOTHING EMPLOYEE-FACING CARRIES A FULL ACCOUNT
           MOVE PAY-TOTAL-DEDUCTIONS TO PH-DEDUCTIONS
           MOVE NET-PAY TO PH-NET-PAY
           MOVE DEDUCTION-AMOUNT TO PH-TAX-WITHHELD
           MOVE PAY-STATE-CODE TO PH-STATE-CODE
           MOVE PAY-STATE-TAX TO PH-STATE-WITHHELD
           MOVE PAY-LOCAL-CODE TO PH-LOCAL-CODE
           MOVE PAY-LOCAL-TAX TO PH-LOCAL-WITHHELD
           MOVE PAY-CYCLE-GROUP TO PH-PAY-GROUP
           MOVE PAY-EMP-MATCH-TOTAL TO PH-EMPLOYER-MATCH
           MOVE 0 TO PAY-PH-ERN-SUB
           PERFORM 2755-STORE-ONE-ERN-TOTAL THRU 2755-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > 10
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
       2750-EXIT.
           EXIT.

      * THE PAYCHECK'S EARNINGS-CODE TOTALS, PACKED TO THE FRONT OF
      * THE HISTORY TABLE; UNUSED SLOTS ARE BLANK AND ZERO
       2755-STORE-ONE-ERN-TOTAL.
           SET PAY-ERN-SUB TO PAY-ERN-IDX
           MOVE SPACES TO PH-ERN-CODE(PAY-ERN-SUB)
           MOVE SPACES TO PH-ERN-TAXABLE(PAY-ERN-SUB)
           MOVE 0 TO PH-ERN-AMOUNT(PAY-ERN-SUB)
           IF PAY-ERN-IDX <= PAY-ERN-COUNT
               IF PAY-EMP-ERN-AMT(PAY-ERN-IDX) > 0
                   ADD 1 TO PAY-PH-ERN-SUB
                   MOVE PAY-ERN-CODE(PAY-ERN-IDX)
                       TO PH-ERN-CODE(PAY-PH-ERN-SUB)
                   MOVE PAY-ERN-TAXABLE(PAY-ERN-IDX)
                       TO PH-ERN-TAXABLE(PAY-PH-ERN-SUB)
                   MOVE PAY-EMP-ERN-AMT(PAY-ERN-IDX)
                       TO PH-ERN-AMOUNT(PAY-PH-ERN-SUB)
               END-IF
           END-IF.
       2755-EXIT.
           EXIT.

      *-----------------------
      * 2800-WRITE-CHECKPOINT -- RECORD HOW FAR THE RUN HAS GOTTEN
      *-----------------------
       2800-EXIT.
           EXIT.

      *-----------------------
      * 2900-REVIEW-VARIANCE -- THIS PAYCHECK AGAINST THE LAST ONE
      * FROM THE SAME GROUP: NO PRIOR PAYCHECK IS A FIRST-TIME
      * PAYEE; OTHERWISE GROSS, DEDUCTIONS, AND NET ARE EACH
      * REPORTED WHEN THEY MOVED MORE THAN THE KEYED PERCENTAGE.
      * A ZERO NET OR A NET OVER THE CEILING IS REPORTED EITHER WAY.
      *-----------------------
       2900-REVIEW-VARIANCE.
           PERFORM 2910-FIND-PRIOR-PAY THRU 2910-EXIT
           IF NOT PAY-VAR-PRIOR-FOUND
               MOVE "NET" TO PAY-VAR-ITEM
               MOVE 0 TO PAY-VAR-PRIOR
               MOVE NET-PAY TO PAY-VAR-CURRENT
               MOVE 0 TO PAY-VAR-PCT
               MOVE "FIRST PAY" TO VL-REASON
               PERFORM 2940-WRITE-VARIANCE-LINE THRU 2940-EXIT
           ELSE
               MOVE "GROSS" TO PAY-VAR-ITEM
               MOVE PAY-VAR-PRIOR-GROSS TO PAY-VAR-PRIOR
               MOVE RESULT TO PAY-VAR-CURRENT
               PERFORM 2930-TEST-ONE-SWING THRU 2930-EXIT
               MOVE "DEDUCT" TO PAY-VAR-ITEM
               MOVE PAY-VAR-PRIOR-DEDUCT TO PAY-VAR-PRIOR
               MOVE PAY-TOTAL-DEDUCTIONS TO PAY-VAR-CURRENT
               PERFORM 2930-TEST-ONE-SWING THRU 2930-EXIT
               MOVE "NET" TO PAY-VAR-ITEM
               MOVE PAY-VAR-PRIOR-NET TO PAY-VAR-PRIOR
               MOVE NET-PAY TO PAY-VAR-CURRENT
               PERFORM 2930-TEST-ONE-SWING THRU 2930-EXIT
           END-IF
           MOVE "NET" TO PAY-VAR-ITEM
           MOVE PAY-VAR-PRIOR-NET TO PAY-VAR-PRIOR
           MOVE NET-PAY TO PAY-VAR-CURRENT
           MOVE 0 TO PAY-VAR-PCT
           IF NET-PAY = 0
               MOVE "ZERO NET" TO VL-REASON
               PERFORM 2940-WRITE-VARIANCE-LINE THRU 2940-EXIT
           END-IF
           IF NET-PAY > PAY-VAR-NET-CEILING
               MOVE "OVER CAP" TO VL-REASON
               PERFORM 2940-WRITE-VARIANCE-LINE THRU 2940-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      *-----------------------
      * 2910-FIND-PRIOR-PAY -- THE EMPLOYEE'S LATEST PAY-HISTORY
      * RECORD DATED BEFORE THIS RUN AND WRITTEN BY THIS RUN'S
      * GROUP. A BLANK GROUP (A RECORD FROM BEFORE THE FIELD
      * EXISTED) COUNTS AS THE EMPLOYEE'S OWN GROUP; A SUPPLEMENTAL
      * PAYMENT NEVER DOES. THE LATEST PRIOR DATE ALSO ADVANCES THE
      * GROUP'S PREVIOUS-CYCLE DATE.
      *-----------------------
       2910-FIND-PRIOR-PAY.
           MOVE "N" TO PAY-VAR-PRIOR-SWITCH
           MOVE "N" TO PAY-VAR-PH-EOF-SWITCH
           MOVE 0 TO PAY-VAR-PRIOR-DATE
           MOVE 0 TO PAY-VAR-PRIOR-GROSS
           MOVE 0 TO PAY-VAR-PRIOR-DEDUCT
           MOVE 0 TO PAY-VAR-PRIOR-NET
           MOVE EM-EMP-ID TO PH-EMP-ID
           MOVE 0 TO PH-RUN-DATE
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   SET END-OF-VAR-HISTORY TO TRUE
           END-START
           PERFORM 2915-READ-PRIOR-PAY THRU 2915-EXIT
               UNTIL END-OF-VAR-HISTORY
           IF PAY-VAR-PRIOR-DATE > PAY-VAR-LAST-CYCLE
               MOVE PAY-VAR-PRIOR-DATE TO PAY-VAR-LAST-CYCLE
           END-IF.
       2910-EXIT.
           EXIT.

       2915-READ-PRIOR-PAY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-VAR-HISTORY TO TRUE
                   GO TO 2915-EXIT
           END-READ
           IF PH-EMP-ID NOT = EM-EMP-ID
               OR PH-RUN-DATE NOT < PAY-RUN-DATE
               SET END-OF-VAR-HISTORY TO TRUE
               GO TO 2915-EXIT
           END-IF
           IF PH-PAY-GROUP = PAY-CYCLE-GROUP
               OR PH-PAY-GROUP = SPACE
               SET PAY-VAR-PRIOR-FOUND TO TRUE
               MOVE PH-RUN-DATE TO PAY-VAR-PRIOR-DATE
               MOVE PH-GROSS TO PAY-VAR-PRIOR-GROSS
               MOVE PH-DEDUCTIONS TO PAY-VAR-PRIOR-DEDUCT
               MOVE PH-NET-PAY TO PAY-VAR-PRIOR-NET
           END-IF.
       2915-EXIT.
           EXIT.

      *-----------------------
      * 2920-NOTE-UNPAID -- AN EMPLOYEE OF THIS GROUP THE RUN DID
      * NOT PAY IS HELD WITH THEIR LAST PAY DATE, TO BE REPORTED AT
      * THE END IF THAT DATE TURNS OUT TO BE THE PREVIOUS CYCLE
      *-----------------------
       2920-NOTE-UNPAID.
           PERFORM 2910-FIND-PRIOR-PAY THRU 2910-EXIT
           IF NOT PAY-VAR-PRIOR-FOUND
               GO TO 2920-EXIT
           END-IF
           IF PAY-MISS-COUNT >= 500
               SET PAY-MISS-OVERFLOW TO TRUE
               GO TO 2920-EXIT
           END-IF
           ADD 1 TO PAY-MISS-COUNT
           SET PAY-MISS-IDX TO PAY-MISS-COUNT
           MOVE EM-EMP-ID TO PAY-MISS-EMP-ID(PAY-MISS-IDX)
           MOVE EM-EMP-NAME TO PAY-MISS-NAME(PAY-MISS-IDX)
           MOVE PAY-VAR-PRIOR-DATE TO PAY-MISS-DATE(PAY-MISS-IDX)
           MOVE PAY-VAR-PRIOR-NET TO PAY-MISS-NET(PAY-MISS-IDX).
       2920-EXIT.
           EXIT.

      *-----------------------
      * 2930-TEST-ONE-SWING -- ONE FIGURE AGAINST ITS PRIOR VALUE.
      * A FIGURE THAT WAS ZERO AND NO LONGER IS HAS NO PERCENTAGE
      * AND IS ALWAYS REPORTED.
      *-----------------------
       2930-TEST-ONE-SWING.
           IF PAY-VAR-PRIOR = PAY-VAR-CURRENT
               GO TO 2930-EXIT
           END-IF
           IF PAY-VAR-PRIOR = 0
               MOVE 0 TO PAY-VAR-PCT
               MOVE "WAS ZERO" TO VL-REASON
               PERFORM 2940-WRITE-VARIANCE-LINE THRU 2940-EXIT
               GO TO 2930-EXIT
           END-IF
           COMPUTE PAY-VAR-DIFF = PAY-VAR-CURRENT - PAY-VAR-PRIOR
           IF PAY-VAR-DIFF < 0
               COMPUTE PAY-VAR-DIFF = 0 - PAY-VAR-DIFF
           END-IF
           COMPUTE PAY-VAR-PCT ROUNDED =
               (PAY-VAR-DIFF * 100) / PAY-VAR-PRIOR
               ON SIZE ERROR
                   MOVE 99999.9 TO PAY-VAR-PCT
           END-COMPUTE
           IF PAY-VAR-PCT > PAY-VAR-PCT-LIMIT
               IF PAY-VAR-CURRENT > PAY-VAR-PRIOR
                   MOVE "SWING UP" TO VL-REASON
               ELSE
                   MOVE "SWING DOWN" TO VL-REASON
               END-IF
               PERFORM 2940-WRITE-VARIANCE-LINE THRU 2940-EXIT
           END-IF.
       2930-EXIT.
           EXIT.

       2940-WRITE-VARIANCE-LINE.
           ADD 1 TO PAY-VAR-COUNT
           MOVE EM-EMP-ID TO VL-EMP-ID
           MOVE EM-EMP-NAME TO VL-NAME
           MOVE PAY-VAR-ITEM TO VL-ITEM
           MOVE PAY-VAR-PRIOR TO VL-PRIOR
           MOVE PAY-VAR-CURRENT TO VL-CURRENT
           MOVE PAY-VAR-PCT TO VL-PCT
           MOVE VAR-DETAIL-LINE TO VR-LINE
           WRITE VR-LINE.
       2940-EXIT.
           EXIT.

      *-----------------------
      * 2950-WRITE-EXCEPTION -- ONE EXCEPTION-REPORT LINE
      *-----------------------
       2950-EXIT.
           EXIT.

      *-----------------------
      * 2960-PRINT-MISSING-PAYEES -- EMPLOYEES PAID ON THE GROUP'S
      * PREVIOUS CYCLE WHOM THIS RUN DID NOT PAY, THEN THE REVIEW'S
      * CLOSING COUNT
      *-----------------------
       2960-PRINT-MISSING-PAYEES.
           PERFORM 2965-PRINT-ONE-MISSING THRU 2965-EXIT
               VARYING PAY-MISS-IDX FROM 1 BY 1
               UNTIL PAY-MISS-IDX > PAY-MISS-COUNT
           IF PAY-MISS-OVERFLOW
               DISPLAY "*** MORE THAN 500 UNPAID EMPLOYEES WITH PAY "
                   "HISTORY -- MISSING-PAYEE CHECK INCOMPLETE ***"
           END-IF
           MOVE PAY-VAR-COUNT TO VT-COUNT
           MOVE PAY-VAR-LAST-CYCLE TO VT-LAST-CYCLE
           MOVE VAR-TOTAL-LINE TO VR-LINE
           WRITE VR-LINE.
       2960-EXIT.
           EXIT.

       2965-PRINT-ONE-MISSING.
           IF PAY-MISS-DATE(PAY-MISS-IDX) NOT = PAY-VAR-LAST-CYCLE
               GO TO 2965-EXIT
           END-IF
           ADD 1 TO PAY-VAR-COUNT
           MOVE PAY-MISS-EMP-ID(PAY-MISS-IDX) TO VL-EMP-ID
           MOVE PAY-MISS-NAME(PAY-MISS-IDX) TO VL-NAME
           MOVE "NET" TO VL-ITEM
           MOVE PAY-MISS-NET(PAY-MISS-IDX) TO VL-PRIOR
           MOVE 0 TO VL-CURRENT
           MOVE 0 TO VL-PCT
           MOVE "NOT PAID" TO VL-REASON
           MOVE VAR-DETAIL-LINE TO VR-LINE
           WRITE VR-LINE.
       2965-EXIT.
           EXIT.

      *-----------------------
      * 3000-RECONCILE -- COMPARE THE CYCLE'S CUMULATIVE GROSS AND
      * PAID COUNT (A RESUMED RUN RESTORES THE PAID-TO-DATE BASELINE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3030-CHECK-BATCH-RELEASE THRU 3030-EXIT
           IF NOT PAY-BATCH-APPROVED
               DISPLAY "*** CONTROL RECORD FOR RUN DATE "
                   PAY-RUN-DATE " NOT APPROVED FOR RELEASE -- RUN "
                   "TREATED AS OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           COMPUTE PAY-VARIANCE = PAY-GRAND-TOTAL - EXPECTED-TOTAL
           IF PAY-VARIANCE = 0 AND PAY-PAID-COUNT = EXPECTED-COUNT
               DISPLAY "RUN IN BALANCE -- TOTAL " PAY-GRAND-TOTAL
       3020-EXIT.
           EXIT.

      *-----------------------
      * 3030-CHECK-BATCH-RELEASE -- THE CONTROL RECORD IS ONLY AS
      * GOOD AS ITS APPROVAL: A SECOND OPERATOR MUST HAVE APPROVED
      * IT ON THE BATCHAPR QUEUE, AND ITS COUNT AND GROSS MUST
      * STILL BE THE ONES THEY APPROVED
      *-----------------------
       3030-CHECK-BATCH-RELEASE.
           MOVE PAY-CYCLE-GROUP TO PAY-BQ-REF
           MOVE EXPECTED-COUNT TO PAY-BQ-COUNT
           MOVE EXPECTED-TOTAL TO PAY-BQ-HASH
           MOVE RETURN-CODE TO PAY-BQ-CODE
           CALL "BATCH-RELEASE-CHECK" USING PAY-BQ-TYPE PAY-RUN-DATE
               PAY-BQ-REF PAY-BQ-COUNT PAY-BQ-HASH PAY-BQ-RESULT
               PAY-BQ-CODE.
       3030-EXIT.
           EXIT.

      *-----------------------
      * 3050-PREVIEW-TOTALS -- THE PREVIEW'S ONLY DELIVERABLE: THE
      * GRAND TOTALS THE SUPERVISOR CHECKS BEFORE LAUNCHING THE
               PERFORM 3110-OPEN-ACH-AND-GL THRU 3110-EXIT
               IF NOT PAY-OPEN-ERROR
                   PERFORM 3115-WRITE-ACH-HEADERS THRU 3115-EXIT
                   PERFORM 3116-WRITE-COMPANY-BATCH THRU 3116-EXIT
                       VARYING PAY-CO-IDX FROM 1 BY 1
                       UNTIL PAY-CO-IDX > PAY-CO-COUNT
                   PERFORM 3125-WRITE-ACH-CONTROLS THRU 3125-EXIT
                   PERFORM 3132-READ-GL-STAGING THRU 3132-EXIT
                   PERFORM 3130-WRITE-GL-RECORDS THRU 3130-EXIT
                       VARYING PAY-DED-IDX FROM 1 BY 1
                       UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT
                   PERFORM 3155-WRITE-WITHHOLD-CREDIT THRU 3155-EXIT
                       VARYING PAY-CO-IDX FROM 1 BY 1
                       UNTIL PAY-CO-IDX > PAY-CO-COUNT
                   PERFORM 3156-WRITE-JUR-CREDIT THRU 3156-EXIT
                       VARYING PAY-CO-IDX FROM 1 BY 1
                       UNTIL PAY-CO-IDX > PAY-CO-COUNT
                   PERFORM 3158-WRITE-EMPLOYER-GL THRU 3158-EXIT
                       VARYING PAY-DEPT-IDX FROM 1 BY 1
                       UNTIL PAY-DEPT-IDX > PAY-DEPT-COUNT
                   PERFORM 3161-WRITE-MATCH-GL THRU 3161-EXIT
                       VARYING PAY-DEPT-IDX FROM 1 BY 1
                       UNTIL PAY-DEPT-IDX > PAY-DEPT-COUNT
                   PERFORM 3163-WRITE-EARNINGS-GL THRU 3163-EXIT
                       VARYING PAY-DEPT-IDX FROM 1 BY 1
                       UNTIL PAY-DEPT-IDX > PAY-DEPT-COUNT
                   PERFORM 3160-WRITE-CLEARING-CREDIT THRU 3160-EXIT
                       VARYING PAY-CO-IDX FROM 1 BY 1
                       UNTIL PAY-CO-IDX > PAY-CO-COUNT
                   PERFORM 3165-WRITE-GL-PROOF THRU 3165-EXIT
                   PERFORM 3170-WRITE-GL-TRAILER THRU 3170-EXIT
                   PERFORM 3140-CLOSE-ACH-AND-GL THRU 3140-EXIT
      * 3105-PROVE-JOURNAL -- DEBITS MUST EQUAL CREDITS BEFORE ONE
      * EXTRACT LINE IS WRITTEN. DEBITS ARE THE DEPARTMENT GROSS
      * EXPENSE LINES; CREDITS ARE THE NET-PAY CLEARING CREDIT PLUS
      * THE WITHHOLDING (FEDERAL, AND EACH STATE AND LOCAL
      * JURISDICTION) AND DEDUCTION LIABILITY CREDITS. EACH
      * COMPANY'S SHARE OF THE JOURNAL MUST BALANCE ON ITS OWN AS
      * WELL, SINCE GL POSTING CARRIES IT TO THAT COMPANY'S BOOKS.
      * AN UNBALANCED JOURNAL SETS RETURN-CODE 12 AND NOTHING
      * LEAVES THE PROGRAM.
      *-----------------------
       3105-PROVE-JOURNAL.
           MOVE PAY-GL-NET-TOTAL TO PAY-GL-CREDIT-TOTAL
           ADD PAY-TAX-RUN-TOTAL TO PAY-GL-CREDIT-TOTAL
           PERFORM 3107-ADD-JUR-CREDIT THRU 3107-EXIT
               VARYING PAY-JRT-IDX FROM 1 BY 1
               UNTIL PAY-JRT-IDX > PAY-JRT-COUNT
      * THE EMPLOYER-SIDE TAX LINES DEBIT EXPENSE AND CREDIT
      * LIABILITY IN EQUAL AMOUNTS, SO THE RUN TOTAL JOINS BOTH
      * SIDES OF THE PROOF
           ADD PAY-ETX-RUN-TOTAL TO PAY-GL-DEBIT-TOTAL
           ADD PAY-ETX-RUN-TOTAL TO PAY-GL-CREDIT-TOTAL
      * SO DO THE EMPLOYER MATCH LINES
           ADD PAY-MTC-RUN-TOTAL TO PAY-GL-DEBIT-TOTAL
           ADD PAY-MTC-RUN-TOTAL TO PAY-GL-CREDIT-TOTAL
           PERFORM 3106-ADD-DED-CREDIT THRU 3106-EXIT
               VARYING PAY-DED-IDX FROM 1 BY 1
               UNTIL PAY-DED-IDX > PAY-DED-MASTER-COUNT
               DISPLAY "TOTAL CREDITS......: " PAY-GL-CREDIT-TOTAL
               DISPLAY "*** ACH AND GL OUTPUT WITHHELD ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 3108-PROVE-ONE-COMPANY THRU 3108-EXIT
               VARYING PAY-CO-IDX FROM 1 BY 1
               UNTIL PAY-CO-IDX > PAY-CO-COUNT.
       3105-EXIT.
           EXIT.

       3106-ADD-DED-CREDIT.
           ADD PAY-DED-RUN-TOTAL(PAY-DED-IDX) TO PAY-GL-CREDIT-TOTAL
           MOVE PAY-DED-CO-SUB(PAY-DED-IDX) TO PAY-CO-DED-SUB
           IF PAY-CO-DED-SUB > 0
               ADD PAY-DED-RUN-TOTAL(PAY-DED-IDX)
                   TO PAY-CO-GL-CREDITS(PAY-CO-DED-SUB)
           END-IF.
       3106-EXIT.
           EXIT.

      *-----------------------
      * 3108-PROVE-ONE-COMPANY -- THE SAME PROOF OVER ONE COMPANY'S
      * LINES. ITS DEDUCTION CREDITS WERE GATHERED BY 3106.
      *-----------------------
       3108-PROVE-ONE-COMPANY.
           ADD PAY-CO-GL-GROSS(PAY-CO-IDX)
               TO PAY-CO-GL-DEBITS(PAY-CO-IDX)
           ADD PAY-CO-EMPLR-TAX(PAY-CO-IDX)
               TO PAY-CO-GL-DEBITS(PAY-CO-IDX)
           ADD PAY-CO-MATCH(PAY-CO-IDX)
               TO PAY-CO-GL-DEBITS(PAY-CO-IDX)
           ADD PAY-CO-GL-NET(PAY-CO-IDX)
               TO PAY-CO-GL-CREDITS(PAY-CO-IDX)
           ADD PAY-CO-FED-TAX(PAY-CO-IDX)
               TO PAY-CO-GL-CREDITS(PAY-CO-IDX)
           ADD PAY-CO-EMPLR-TAX(PAY-CO-IDX)
               TO PAY-CO-GL-CREDITS(PAY-CO-IDX)
           ADD PAY-CO-MATCH(PAY-CO-IDX)
               TO PAY-CO-GL-CREDITS(PAY-CO-IDX)
           PERFORM 3109-ADD-CO-JUR-CREDIT THRU 3109-EXIT
               VARYING PAY-JRT-SUB FROM 1 BY 1
               UNTIL PAY-JRT-SUB > PAY-JRT-COUNT
           IF PAY-CO-GL-DEBITS(PAY-CO-IDX)
               NOT = PAY-CO-GL-CREDITS(PAY-CO-IDX)
               DISPLAY "*** GL JOURNAL FOR COMPANY "
                   PAY-CO-CODE(PAY-CO-IDX) " DOES NOT BALANCE ***"
               DISPLAY "TOTAL DEBITS.......: "
                   PAY-CO-GL-DEBITS(PAY-CO-IDX)
               DISPLAY "TOTAL CREDITS......: "
                   PAY-CO-GL-CREDITS(PAY-CO-IDX)
               DISPLAY "*** ACH AND GL OUTPUT WITHHELD ***"
               MOVE 12 TO RETURN-CODE
           END-IF.
       3108-EXIT.
           EXIT.

       3109-ADD-CO-JUR-CREDIT.
           ADD PAY-CO-JRT-AMT(PAY-CO-IDX, PAY-JRT-SUB)
               TO PAY-CO-GL-CREDITS(PAY-CO-IDX).
       3109-EXIT.
           EXIT.

       3107-ADD-JUR-CREDIT.
           ADD PAY-JRT-RUN-TOTAL(PAY-JRT-IDX) TO PAY-GL-CREDIT-TOTAL.
       3107-EXIT.
           EXIT.

      *-----------------------
      * 3110-OPEN-ACH-AND-GL -- CHECKPOINT-RESUMED RUNS APPEND THE
      * NACHA FILE SO AN EARLIER PORTION OF THE BATCH IS NEVER

      *-----------------------
      * 3115-WRITE-ACH-HEADERS -- OPEN THE NACHA TRANSMISSION: ONE
      * FILE HEADER UNDER THE PRIMARY COMPANY. THE PPD CREDIT BATCH
      * HEADERS FOLLOW, ONE PER COMPANY (3117); THE DESCRIPTIVE
      * AND EFFECTIVE DATES THEY SHARE ARE SET HERE.
      *-----------------------
       3115-WRITE-ACH-HEADERS.
           MOVE 0 TO ACH-TRACE-SEQ
           MOVE 0 TO ACH-RECORD-COUNT
           MOVE 0 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-FILE-ENTRY-COUNT
           MOVE 0 TO ACH-FILE-ENTRY-HASH
           MOVE 0 TO ACH-FILE-CREDIT-TOTAL
           ACCEPT ACH-CREATE-TIME FROM TIME
           MOVE SPACES TO AFH-IMMED-DEST
           MOVE ACH-DEST-ROUTING TO AFH-IMMED-DEST(2:9)
           MOVE ACH-COMPANY-ID TO AFH-IMMED-ORIGIN
           MOVE ACH-COMPANY-NAME TO AFH-ORIGIN-NAME
           MOVE "01" TO PAY-CO-LOOKUP-CODE
           PERFORM 1395-FIND-COMPANY THRU 1395-EXIT
           IF PAY-CO-SUB > 0
               MOVE PAY-CO-ACH-ID(PAY-CO-SUB) TO AFH-IMMED-ORIGIN
               MOVE PAY-CO-ACH-NAME(PAY-CO-SUB) TO AFH-ORIGIN-NAME
           END-IF
           MOVE PAY-RUN-DATE(3:6) TO AFH-CREATE-DATE
           MOVE ACH-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE ACH-FILE-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE PAY-RUN-DATE(3:6) TO ABH-DESC-DATE
           MOVE "N" TO PAY-BK-FUNCTION
           MOVE PAY-RUN-DATE TO PAY-BK-DATE-1
               PAY-BK-DATE-1 PAY-BK-DATE-2
               PAY-BK-RESULT-DATE PAY-BK-RESULT-COUNT
           MOVE PAY-BK-RESULT-DATE(3:6) TO ABH-EFF-DATE
           MOVE ACH-ODFI-ID TO ABH-ODFI.
       3115-EXIT.
           EXIT.

      *-----------------------
      * 3116-WRITE-COMPANY-BATCH -- ONE COMPANY'S BATCH: A PASS OF
      * THE STAGED DEPOSITS PICKING OUT THE COMPANY'S ENTRIES. THE
      * BATCH HEADER IS WRITTEN WITH THE FIRST OF THEM, SO A
      * COMPANY WITH NO DEPOSITS THIS RUN SENDS NO BATCH.
      *-----------------------
       3116-WRITE-COMPANY-BATCH.
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO ACH-ENTRY-HASH
           MOVE 0 TO ACH-CREDIT-TOTAL
           MOVE "N" TO PAY-CO-BATCH-SWITCH
           CLOSE ACH-STAGING-FILE
           OPEN INPUT ACH-STAGING-FILE
           MOVE "N" TO PAY-STG-ACH-EOF-SWITCH
           PERFORM 3118-READ-ACH-STAGING THRU 3118-EXIT
           PERFORM 3120-WRITE-ACH-RECORDS THRU 3120-EXIT
               UNTIL END-OF-ACH-STAGING
           IF PAY-CO-BATCH-OPEN
               PERFORM 3126-WRITE-BATCH-CONTROL THRU 3126-EXIT
           END-IF.
       3116-EXIT.
           EXIT.

       3117-WRITE-BATCH-HEADER.
           ADD 1 TO ACH-BATCH-TOTAL
           MOVE PAY-CO-ACH-NAME(PAY-CO-IDX) TO ABH-COMPANY-NAME
           MOVE PAY-CO-ACH-ID(PAY-CO-IDX) TO ABH-COMPANY-ID
           MOVE ACH-BATCH-TOTAL TO ABH-BATCH-NO
           MOVE ACH-BATCH-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           SET PAY-CO-BATCH-OPEN TO TRUE.
       3117-EXIT.
           EXIT.

      *-----------------------
      *-----------------------
      * 3120-WRITE-ACH-RECORDS -- ONE PPD ENTRY DETAIL PER STAGED
      * DEPOSIT (CODE 22 LIVE CREDIT OR CODE 23 PRENOTE), WITH AN
      * ODFI-PREFIXED SEQUENTIAL TRACE NUMBER. ONLY THE ENTRIES OF
      * THE COMPANY AT PAY-CO-IDX ARE WRITTEN ON THIS PASS; A BLANK
      * COMPANY WAS STAGED BEFORE COMPANIES WERE CARRIED AND IS THE
      * PRIMARY COMPANY'S.
      *-----------------------
       3120-WRITE-ACH-RECORDS.
           IF AS-COMPANY = SPACES
               MOVE "01" TO AS-COMPANY
           END-IF
           IF AS-COMPANY NOT = PAY-CO-CODE(PAY-CO-IDX)
               GO TO 3120-NEXT
           END-IF
           IF NOT PAY-CO-BATCH-OPEN
               PERFORM 3117-WRITE-BATCH-HEADER THRU 3117-EXIT
           END-IF
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQ
           ADD 1 TO ACH-RECORD-COUNT
           MOVE ACH-ODFI-ID TO AED-TRACE-ODFI
           MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
           MOVE ACH-ENTRY-DETAIL TO DD-RECORD
           WRITE DD-RECORD.
       3120-NEXT.
           PERFORM 3118-READ-ACH-STAGING THRU 3118-EXIT.
       3120-EXIT.
           EXIT.

      *-----------------------
      * 3125-WRITE-ACH-CONTROLS -- CLOSE THE TRANSMISSION: FILE
      * CONTROL OVER ALL THE COMPANY BATCHES, AND 9-FILL TO A
      * MULTIPLE OF TEN RECORDS
      *-----------------------
       3125-WRITE-ACH-CONTROLS.
           MOVE ACH-BATCH-TOTAL TO AFC-BATCH-COUNT
           MOVE ACH-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-TOTAL-DEBIT
           MOVE ACH-FILE-CREDIT-TOTAL TO AFC-TOTAL-CREDIT
           ADD 1 TO ACH-RECORD-COUNT
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
           MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
       3125-EXIT.
           EXIT.

      *-----------------------
      * 3126-WRITE-BATCH-CONTROL -- CLOSE ONE COMPANY'S BATCH AND
      * CARRY ITS CONTROLS INTO THE FILE TOTALS. THE ENTRY HASH IS
      * THE LOW-ORDER TEN DIGITS OF THE SUM OF THE RDFI ROUTING
      * PREFIXES, WHICH THE UNEDITED ADDS PRODUCE BY PLAIN
      * HIGH-ORDER TRUNCATION.
      *-----------------------
       3126-WRITE-BATCH-CONTROL.
           MOVE ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
           MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE 0 TO ABC-TOTAL-DEBIT
           MOVE ACH-CREDIT-TOTAL TO ABC-TOTAL-CREDIT
           MOVE PAY-CO-ACH-ID(PAY-CO-IDX) TO ABC-COMPANY-ID
           MOVE ACH-ODFI-ID TO ABC-ODFI
           MOVE ACH-BATCH-TOTAL TO ABC-BATCH-NO
           MOVE ACH-BATCH-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           ADD ACH-ENTRY-COUNT TO ACH-FILE-ENTRY-COUNT
           ADD ACH-ENTRY-HASH TO ACH-FILE-ENTRY-HASH
           ADD ACH-CREDIT-TOTAL TO ACH-FILE-CREDIT-TOTAL.
       3126-EXIT.
           EXIT.

       3128-WRITE-ACH-FILL.
           MOVE ACH-FILL-RECORD TO DD-RECORD
           WRITE DD-RECORD.
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "GROSS " TO GL-LINE-TYPE
           MOVE GS-GROSS TO GL-AMOUNT
           MOVE GS-COMPANY TO GL-COMPANY-CODE
           WRITE GL-RECORD
           ADD 1 TO PAY-TRL-COUNT
           ADD GL-AMOUNT TO PAY-TRL-HASH
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE PAY-DED-RUN-TOTAL(PAY-DED-IDX) TO GL-AMOUNT
               MOVE PAY-DED-COMPANY(PAY-DED-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH

      *-----------------------
      * 3155-WRITE-WITHHOLD-CREDIT -- ONE CREDIT TO THE TAX
      * WITHHOLDING LIABILITY ACCOUNT PER COMPANY FOR ITS SHARE OF
      * THE RUN'S WITHHELD TAX
      *-----------------------
       3155-WRITE-WITHHOLD-CREDIT.
           IF PAY-CO-FED-TAX(PAY-CO-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE PAY-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE "WITHHOLD" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE PAY-CO-FED-TAX(PAY-CO-IDX) TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
       3155-EXIT.
           EXIT.

      *-----------------------
      * 3156-WRITE-JUR-CREDIT -- ONE CREDIT PER STATE OR LOCAL
      * JURISDICTION WITHHELD FOR IN THIS RUN, TO THAT
      * JURISDICTION'S OWN LIABILITY ACCOUNT FROM THE JURTAX TABLE,
      * TAGGED SIT- OR LIT- AND THE JURISDICTION CODE. EACH
      * COMPANY CREDITS ITS OWN WITHHOLDING.
      *-----------------------
       3156-WRITE-JUR-CREDIT.
           PERFORM 3157-WRITE-ONE-JUR-CREDIT THRU 3157-EXIT
               VARYING PAY-JRT-IDX FROM 1 BY 1
               UNTIL PAY-JRT-IDX > PAY-JRT-COUNT.
       3156-EXIT.
           EXIT.

       3157-WRITE-ONE-JUR-CREDIT.
           SET PAY-JRT-SUB TO PAY-JRT-IDX
           IF PAY-CO-JRT-AMT(PAY-CO-IDX, PAY-JRT-SUB) > 0
               MOVE SPACES TO GL-RECORD
               MOVE PAY-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE PAY-JRT-ACCT(PAY-JRT-IDX) TO GL-ACCOUNT-CODE
               IF PAY-JRT-LEVEL(PAY-JRT-IDX) = "S"
                   MOVE "SIT" TO PAY-JUR-GL-DEPT-TYPE
               ELSE
                   MOVE "LIT" TO PAY-JUR-GL-DEPT-TYPE
               END-IF
               MOVE PAY-JRT-CODE(PAY-JRT-IDX) TO PAY-JUR-GL-DEPT-CODE
               MOVE PAY-JUR-GL-DEPT TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE PAY-CO-JRT-AMT(PAY-CO-IDX, PAY-JRT-SUB)
                   TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
           END-IF.
       3157-EXIT.
           EXIT.

      *-----------------------
      * 3158-WRITE-EMPLOYER-GL -- THE EMPLOYER-SIDE TAX LINES FOR
      * ONE DEPARTMENT: PER TAX WITH ACTIVITY, AN EXPENSE DEBIT AND
      * UNBALANCE THE JOURNAL
      *-----------------------
       3158-WRITE-EMPLOYER-GL.
           MOVE PAY-DEPT-CO-SUB(PAY-DEPT-IDX) TO PAY-CO-DEPT-SUB
           PERFORM 3159-WRITE-ONE-EMPLOYER-PAIR THRU 3159-EXIT
               VARYING PAY-ETX-IDX FROM 1 BY 1
               UNTIL PAY-ETX-IDX > PAY-ETX-COUNT.
               MOVE "EMPLTX" TO GL-LINE-TYPE
               MOVE PAY-DEPT-EMPLR-TAX(PAY-DEPT-IDX PAY-ETX-IDX)
                   TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
               MOVE "EMPLTX" TO GL-LINE-TYPE
               MOVE PAY-DEPT-EMPLR-TAX(PAY-DEPT-IDX PAY-ETX-IDX)
                   TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
       3159-EXIT.
           EXIT.

      *-----------------------
      * 3161-WRITE-MATCH-GL -- THE EMPLOYER MATCH LINES FOR ONE
      * DEPARTMENT: PER FORMULA WITH ACTIVITY, AN EXPENSE DEBIT AND
      * A PLAN-LIABILITY CREDIT OF THE SAME AMOUNT. THE LIABILITY
      * IS CLEARED WHEN DEDUCTION-REMITTANCE SENDS THE MATCH TO THE
      * PLAN TRUSTEE.
      *-----------------------
       3161-WRITE-MATCH-GL.
           MOVE PAY-DEPT-CO-SUB(PAY-DEPT-IDX) TO PAY-CO-DEPT-SUB
           PERFORM 3162-WRITE-ONE-MATCH-PAIR THRU 3162-EXIT
               VARYING PAY-MTC-IDX FROM 1 BY 1
               UNTIL PAY-MTC-IDX > PAY-MTC-COUNT.
       3161-EXIT.
           EXIT.

       3162-WRITE-ONE-MATCH-PAIR.
           IF PAY-DEPT-EMPLR-MATCH(PAY-DEPT-IDX PAY-MTC-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE PAY-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE PAY-MTC-EXPENSE-ACCT(PAY-MTC-IDX)
                   TO GL-ACCOUNT-CODE
               MOVE PAY-DEPT-NAME(PAY-DEPT-IDX) TO GL-DEPARTMENT
               MOVE "D" TO GL-DRCR-FLAG
               MOVE "MATCH " TO GL-LINE-TYPE
               MOVE PAY-DEPT-EMPLR-MATCH(PAY-DEPT-IDX PAY-MTC-IDX)
                   TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
               MOVE SPACES TO GL-RECORD
               MOVE PAY-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE PAY-MTC-LIABILITY-ACCT(PAY-MTC-IDX)
                   TO GL-ACCOUNT-CODE
               MOVE PAY-DEPT-NAME(PAY-DEPT-IDX) TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "MATCH " TO GL-LINE-TYPE
               MOVE PAY-DEPT-EMPLR-MATCH(PAY-DEPT-IDX PAY-MTC-IDX)
                   TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
           END-IF.
       3162-EXIT.
           EXIT.

      *-----------------------
      * 3163-WRITE-EARNINGS-GL -- THE DEPARTMENT'S CODED EARNINGS,
      * ONE GROSS DEBIT PER CODE TO THE CODE'S EXPENSE ACCOUNT.
      * TOGETHER WITH THE DEPARTMENT'S STAGED GROSS LINE THEY MAKE
      * UP THE DEPARTMENT GROSS THE PROOF CARRIES.
      *-----------------------
       3163-WRITE-EARNINGS-GL.
           MOVE PAY-DEPT-CO-SUB(PAY-DEPT-IDX) TO PAY-CO-DEPT-SUB
           PERFORM 3164-WRITE-ONE-EARNINGS-DEBIT THRU 3164-EXIT
               VARYING PAY-ERN-IDX FROM 1 BY 1
               UNTIL PAY-ERN-IDX > PAY-ERN-COUNT.
       3163-EXIT.
           EXIT.

       3164-WRITE-ONE-EARNINGS-DEBIT.
           IF PAY-DEPT-EARN-AMT(PAY-DEPT-IDX PAY-ERN-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE PAY-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE PAY-ERN-GL-ACCT(PAY-ERN-IDX) TO GL-ACCOUNT-CODE
               MOVE PAY-DEPT-NAME(PAY-DEPT-IDX) TO GL-DEPARTMENT
               MOVE "D" TO GL-DRCR-FLAG
               MOVE "GROSS " TO GL-LINE-TYPE
               MOVE PAY-DEPT-EARN-AMT(PAY-DEPT-IDX PAY-ERN-IDX)
                   TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-DEPT-SUB) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
           END-IF.
       3164-EXIT.
           EXIT.

      *-----------------------
      * 3160-WRITE-CLEARING-CREDIT -- ONE CREDIT TO THE CASH/ACH
      * CLEARING ACCOUNT PER COMPANY FOR ITS SHARE OF THE RUN'S NET
      * PAY -- EACH COMPANY FUNDS ITS OWN ACH BATCH
      *-----------------------
       3160-WRITE-CLEARING-CREDIT.
           IF PAY-CO-GL-NET(PAY-CO-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE PAY-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE "NET PAY" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "NET   " TO GL-LINE-TYPE
               MOVE PAY-CO-GL-NET(PAY-CO-IDX) TO GL-AMOUNT
               MOVE PAY-CO-CODE(PAY-CO-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO PAY-TRL-COUNT
               ADD GL-AMOUNT TO PAY-TRL-HASH
           MOVE "ACHFILE " TO XT-FILE-NAME
           MOVE "O" TO XT-DIRECTION
           MOVE ACH-RECORD-COUNT TO XT-COUNT
           COMPUTE XT-HASH = ACH-FILE-CREDIT-TOTAL / 100
           MOVE "P" TO XT-STATUS
           MOVE RETURN-CODE TO XT-CODE
           CALL "TRANSMISSION-LOG" USING XT-FILE-NAME PAY-RUN-DATE
           EXIT.

       9000-TERMINATE.
           MOVE PAY-EMP-READ-COUNT TO JV-RECORDS-READ
           MOVE PAY-PAID-COUNT TO JV-RECORDS-WRITTEN
           MOVE PAY-EXCP-COUNT TO JV-RECORDS-REJECTED
           MOVE PAY-GRAND-TOTAL TO JV-AMOUNT-TOTAL
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME PAY-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           MOVE PAY-GRAND-TOTAL TO GT-TOTAL
           MOVE GRAND-TOTAL-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 9100-PRINT-COMPANY-TOTALS THRU 9100-EXIT
               VARYING PAY-CO-IDX FROM 1 BY 1
               UNTIL PAY-CO-IDX > PAY-CO-COUNT
           IF PREVIEW-RUN
               MOVE PREVIEW-MARK-LINE TO PR-LINE
               WRITE PR-LINE
               MOVE PREVIEW-MARK-LINE TO VR-LINE
               WRITE VR-LINE
           END-IF
           IF END-OF-EMPLOYEES AND LIVE-RUN
               MOVE 0 TO CKPT-EMPLOYEE
               DISPLAY "TIMESHEET/EXCEPTION LINES WRITTEN: "
                   PAY-EXCP-COUNT
           END-IF
           IF PAY-VAR-COUNT > 0
               DISPLAY "PAY VARIANCE LINES FOR REVIEW....: "
                   PAY-VAR-COUNT
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAYROLL-REGISTER
           CLOSE CHECKPOINT-FILE
           CLOSE DEDUCTION-ENROLL-FILE
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE GARNISHMENT-ORDER-FILE
           CLOSE VARIANCE-REPORT-FILE
           CLOSE FINAL-PAY-FILE
           IF LIVE-RUN
               CLOSE PAY-DETAIL-FILE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------
      * 9100-PRINT-COMPANY-TOTALS -- ONE COMPANY'S CONTROL TOTALS
      * AND TAX FIGURES UNDER THE GRAND TOTAL. ON A RESUMED RUN THEY
      * COVER THE EMPLOYEES PAID SINCE THE CHECKPOINT.
      *-----------------------
       9100-PRINT-COMPANY-TOTALS.
           MOVE PAY-CO-CODE(PAY-CO-IDX) TO CT-CODE
           MOVE PAY-CO-LEGAL-NAME(PAY-CO-IDX) TO CT-NAME
           MOVE PAY-CO-PAID-COUNT(PAY-CO-IDX) TO CT-COUNT
           MOVE CO-TOTAL-LINE-1 TO PR-LINE
           WRITE PR-LINE
           MOVE PAY-CO-GROSS(PAY-CO-IDX) TO CT-GROSS
           MOVE PAY-CO-NET(PAY-CO-IDX) TO CT-NET
           MOVE PAY-CO-EMPLR-TAX(PAY-CO-IDX) TO CT-EMPLR-TAX
           MOVE CO-TOTAL-LINE-2 TO PR-LINE
           WRITE PR-LINE
           MOVE PAY-CO-FED-TAX(PAY-CO-IDX) TO CT-FED-TAX
           MOVE PAY-CO-STATE-TAX(PAY-CO-IDX) TO CT-STATE-TAX
           MOVE PAY-CO-LOCAL-TAX(PAY-CO-IDX) TO CT-LOCAL-TAX
           MOVE CO-TOTAL-LINE-3 TO PR-LINE
           WRITE PR-LINE
           MOVE PAY-CO-FED-ID(PAY-CO-IDX) TO CT-FED-ID
           MOVE PAY-CO-ACH-ID(PAY-CO-IDX) TO CT-ACH-ID
           MOVE PAY-CO-FUND-ROUTING(PAY-CO-IDX) TO CT-FUND-ROUTING
           MOVE PAY-CO-FUND-ACCOUNT(PAY-CO-IDX) TO CT-FUND-ACCOUNT
           MOVE CO-TOTAL-LINE-4 TO PR-LINE
           WRITE PR-LINE.
       9100-EXIT.
           EXIT.
