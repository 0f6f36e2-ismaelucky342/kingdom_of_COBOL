      *                  unconsumed, and the console directs
      *                  operations to fund from a whole-batch
      *                  rerun.
      * 2026-10-15  JCM  The merchant master now carries the company
      *                  (legal entity) the merchant is funded under
      *                  (MM-COMPANY-CODE, blank = primary company 01),
      *                  and the company master (COMPMST) is loaded at
      *                  initialization. Merchant funding runs one pass
      *                  per company: each company's credits go out as
      *                  their own NACHA batch under its ACH company ID,
      *                  numbered in turn within the one MERCHACH file,
      *                  and each company's funded figures go to the GL
      *                  extract as their own balanced, trailed segment
      *                  stamped with its company code. A merchant whose
      *                  company is not on the company master is held as
      *                  NOCOMP. With no company master on file the run
      *                  behaves as before.
      * 2026-10-15  JCM  The transaction record now carries a
      *                  transaction type (CT-TRAN-TYPE: S sale, R
      *                  refund, V void, X reversal; blank is a sale),
      *                  the transaction's own reference, and the
      *                  original transaction's reference. Refunds and
      *                  voids come off the settlement totals per
      *                  network and per merchant (the settlement file
      *                  shows each entry's refunds and the net settled)
      *                  and are netted out of the merchant's MERCHACH
      *                  funding before the discount fee; refunds beyond
      *                  the day's sales carry over on CHGBDEBN as a
      *                  pending debit. A refund is matched against the
      *                  card's last approved sale, now kept on CARDACT:
      *                  no such sale at that merchant (or a different
      *                  original reference) routes to the exception
      *                  file as NOSALE, and a refund larger than what
      *                  is left of the sale as RFDOVER. A reversal
      *                  moves no money. Only sales are screened as
      *                  duplicates or held to the merchant limits and
      *                  the expiry date. The funding GL segment
      *                  journals the refunds on their own REFUND line,
      *                  apart from the sales gross. An unknown type
      *                  routes to the exception file as TRANTYPE.
      * 2026-10-15  JCM  Every sale is now matched to the processor's
      *                  daily authorization log (AUTHLOG -- PAN,
      *                  merchant, auth code, approved amount, auth
      *                  date), rebuilt each run as the indexed AUTHWORK
      *                  work file (kept as it stands on a checkpoint
      *                  resume), through the auth code now carried on
      *                  the transaction record. A sale with no approval
      *                  for its PAN and merchant routes to the
      *                  exception file as NOAUTH, one against an
      *                  approval older than the allowed age as AUTHAGE,
      *                  and one that would settle past the approved
      *                  amount plus the tolerance as OVERAUTH. The age
      *                  (default 7 days) and tolerance (default 20
      *                  percent) come from CARDCTL. A reversal closes
      *                  the authorization it names. The new AUTHUNST
      *                  report lists the approvals nothing settled
      *                  against. With no log on file the match is
      *                  skipped.
      * 2026-10-15  JCM  Funding writes each settlement merchant's day,
      *                  funded or held, to the keyed merchant funding
      *                  history (MERCHHST): gross, refunds, discount
      *                  fee, chargeback debits, net and the ACH trace
      *                  of the credit that paid it, for the month-end
      *                  merchant statement. The MERCHACH transmission
      *                  hash is now the whole file's credit total, not
      *                  just the last company batch's.
      * 2026-10-15  JCM  Merchant funding now honors the bank prenote
      *                  status merchant master maintenance (MERCHMNT)
      *                  keeps on the merchant master (MM-BANK-STATUS,
      *                  MM-BANK-EFF-DATE, added at the end of the
      *                  record). A merchant whose account is still in
      *                  prenote, or was never prenoted, is held as
      *                  PRENOTE until the prenote has aged six banking
      *                  days; a failed account is held as BANKFAIL.
      *                  Active or blank (a record loaded before the
      *                  fields existed) funds as before.
      * 2026-10-15  JCM  Funding now applies the merchant chargeback
      *                  reserve (MERCHRSV) the monthly chargeback risk
      *                  review (CHGBRISK) keeps. A merchant on hold has
      *                  its reserve percent of the day's net held back;
      *                  one releasing is paid its installment due on
      *                  top of the day's net. Holdbacks are credited,
      *                  and releases debited, to the reserve liability
      *                  210600 as line type RESERV, and the register
      *                  shows each merchant's reserve activity and
      *                  balance. A same-day rerun backs out the earlier
      *                  run's reserve activity first. The funding
      *                  history now also carries the day's sale count
      *                  and the reserve held and released.
      * 2026-10-15  JCM  Merchant master layout carries the legal name,
      *                  TIN type and taxpayer ID added on the end for
      *                  the year-end information return; not used here.
      * 2026-10-15  JCM  BIN ranges carry the processor's interchange
      *                  pricing. CARDSETL gains NETMERCH lines by
      *                  network, card type and merchant with the
      *                  expected interchange, for the processor
      *                  settlement reconciliation.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  transactions read, passed, and not passed, and
      *                  the approved gross settled across all networks.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT CHARGEBACK-CARRY-FILE ASSIGN TO "CHGBDEBN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-CBC-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-CO-STATUS.
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-ALG-STATUS.
           SELECT AUTH-WORK-FILE ASSIGN TO "AUTHWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS CV-AUW-STATUS.
           SELECT UNSETTLED-AUTH-FILE ASSIGN TO "AUTHUNST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-AUR-STATUS.
           SELECT OPTIONAL MERCHANT-HISTORY-FILE ASSIGN TO "MERCHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS CV-MHS-STATUS.
           SELECT OPTIONAL MERCHANT-RESERVE-FILE ASSIGN TO "MERCHRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-MERCHANT-ID
               FILE STATUS IS CV-RSV-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               10  CT-EXP-YEAR         PIC 9(02).
           05  CT-AMOUNT               PIC 9(07)V9(02).
           05  CT-MERCHANT-ID          PIC X(08).
           05  CT-TRAN-TYPE            PIC X(01).
               88  CT-TYPE-SALE            VALUE "S" " ".
               88  CT-TYPE-REFUND          VALUE "R".
               88  CT-TYPE-VOID            VALUE "V".
               88  CT-TYPE-REVERSAL        VALUE "X".
               88  CT-TYPE-VALID           VALUE "S" " " "R" "V" "X".
           05  CT-REFERENCE            PIC X(12).
           05  CT-ORIG-REFERENCE       PIC X(12).
           05  CT-AUTH-CODE            PIC X(06).

       FD  GOOD-CARD-FILE.
       01  GOOD-CARD-RECORD            PIC X(80).
       01  SETTLEMENT-RECORD           PIC X(80).

      * ONE ACTIVITY RECORD PER PAN, KEPT ACROSS RUNS -- THE
      * ROLLING-WINDOW APPEARANCE COUNT THE VELOCITY SCREEN RUNS ON,
      * AND THE CARD'S LAST APPROVED SALE WITH WHAT HAS BEEN
      * REFUNDED AGAINST IT, WHICH THE REFUND MATCH RUNS ON
       FD  CARD-ACTIVITY-FILE.
       01  CARD-ACTIVITY-RECORD.
           05  CA-CARD-NUMBER          PIC X(19).
           05  CA-WINDOW-START         PIC 9(08).
           05  CA-WINDOW-COUNT         PIC 9(05).
           05  CA-LAST-SEEN            PIC 9(08).
           05  CA-SALE-DATE            PIC 9(08).
           05  CA-SALE-AMOUNT          PIC 9(07)V9(02).
           05  CA-SALE-MERCHANT-ID     PIC X(08).
           05  CA-SALE-REFERENCE       PIC X(12).
           05  CA-SALE-REFUNDED        PIC 9(07)V9(02).

      * SCREENING PARAMETERS, ONE CONTROL RECORD. THE CHARGEBACK
      * RATIO THRESHOLDS AND RESERVE TERMS AT THE END ARE READ BY
      * THE MONTHLY CHARGEBACK RISK REVIEW, NOT BY THIS PROGRAM.
       FD  CARD-CONTROL-FILE.
       01  CARD-CONTROL-RECORD.
           05  CC-VELOCITY-DAYS        PIC 9(03).
           05  CC-VELOCITY-COUNT       PIC 9(05).
           05  CC-EXPIRY-MONTHS        PIC 9(02).
           05  CC-AUTH-DAYS            PIC 9(03).
           05  CC-AUTH-TOLERANCE       PIC 9V9(04).
           05  CC-CHGB-WARN-RATIO      PIC 9V9(04).
           05  CC-CHGB-EXCESS-RATIO    PIC 9V9(04).
           05  CC-CHGB-MIN-COUNT       PIC 9(05).
           05  CC-RESERVE-PERCENT      PIC 9V9(04).
           05  CC-RESERVE-CLEAN-MONTHS PIC 9(02).
           05  CC-RESERVE-RELEASE-MONTHS PIC 9(02).

       FD  EXPIRING-SOON-FILE.
       01  EXPIRING-SOON-RECORD        PIC X(40).
      * ONE RECORD PER MERCHANT ALLOWED TO SUBMIT: WHO THEY ARE,
      * WHETHER THEY STILL MAY, AND THE AMOUNT LIMITS THE ACQUIRER
      * AGREED (ZERO MEANS NO LIMIT). THE BANKING AND DISCOUNT
      * FIELDS BELONG TO THE SETTLEMENT FUNDING SIDE, AS DOES THE
      * COMPANY THE MERCHANT IS FUNDED UNDER (BLANK = "01"), AND
      * THE BANK ACCOUNT'S PRENOTE STATUS KEPT BY MERCHANT MASTER
      * MAINTENANCE ("P" PRENOTE SENT ON MM-BANK-EFF-DATE, "A" OR
      * BLANK LIVE; ANYTHING ELSE IS NOT FUNDED). THE LEGAL NAME
      * AND TAXPAYER ID ON THE END ARE FOR THE YEAR-END INFORMATION
      * RETURN AND ARE NOT USED HERE.
       FD  MERCHANT-MASTER-FILE.
       01  MERCHANT-MASTER-RECORD.
           05  MM-MERCHANT-ID          PIC X(08).
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
           05  MM-TAXPAYER-ID          PIC X(09).

      * ONE RECORD PER BIN RANGE THE PROCESSOR PRICES: THE PAN
      * PREFIX RANGE (NINE DIGITS, RIGHT-PADDED LOW WITH ZEROS AND
      * HIGH WITH NINES), THE PAN LENGTH THE RANGE APPLIES TO
      * (ZERO MEANS ANY), THE NETWORK NAME, AND CREDIT/DEBIT, AND
      * THE INTERCHANGE THE PROCESSOR TAKES ON IT -- A PERCENT OF
      * THE AMOUNT PLUS A PER-ITEM FEE. A RECORD WITHOUT THE PRICING
      * EXPECTS NO INTERCHANGE.
       FD  BIN-RANGE-FILE.
       01  BIN-RANGE-RECORD.
           05  BN-LOW-RANGE            PIC 9(09).
           05  BN-PAN-LENGTH           PIC 9(02).
           05  BN-NETWORK              PIC X(10).
           05  BN-CARD-TYPE            PIC X(01).
           05  BN-IC-PERCENT           PIC 9V9(04).
           05  BN-IC-PER-ITEM          PIC 9V9(02).

      * ONE CHECKPOINT PER TRANSACTION -- THE LAST RECORD WINS ON
      * A RESTART, AND A CLEAN END APPENDS A ZERO RECORD SO THE
           05  CCK-MERCH-EXCP      PIC 9(07).
           05  CCK-HOTCARD         PIC 9(07).
           05  CCK-EXPIRING        PIC 9(07).
           05  CCK-TRAN-EXCP       PIC 9(07).
           05  CCK-REFUND          PIC 9(07).
           05  CCK-VOID            PIC 9(07).
           05  CCK-REVERSAL        PIC 9(07).
           05  CCK-AUTH-EXCP       PIC 9(07).

      * THE PROCESSOR'S DAILY BLOCK LIST AS DISTRIBUTED
       FD  HOT-LIST-FILE.
       01  DD-RECORD                   PIC X(94).

       FD  FUNDING-REGISTER-FILE.
       01  FR-LINE                     PIC X(120).

       FD  GL-EXTRACT-FILE.
           COPY GLREC.
           05  CB-MERCHANT-ID          PIC X(08).
           05  CB-AMOUNT               PIC 9(07)V9(02).
           05  CB-CASE-NO              PIC 9(07).

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

      * THE PROCESSOR'S DAILY AUTHORIZATION LOG AS DISTRIBUTED --
      * ONE RECORD PER APPROVED AUTHORIZATION STILL OPEN
       FD  AUTH-LOG-FILE.
       01  AUTH-LOG-RECORD.
           05  AL-CARD-NUMBER          PIC X(19).
           05  AL-MERCHANT-ID          PIC X(08).
           05  AL-AUTH-CODE            PIC X(06).
           05  AL-APPROVED-AMOUNT      PIC 9(07)V9(02).
           05  AL-AUTH-DATE            PIC 9(08).

      * THE AUTHORIZATION LOG REBUILT AS AN INDEXED WORK FILE, THE
      * WAY HOTCARDS IS BUILT, KEYED BY PAN AND AUTH CODE. EACH
      * SETTLED SALE IS CHARGED AGAINST ITS AUTHORIZATION, AND A
      * REVERSAL CLOSES ONE; WHAT IS LEFT UNTOUCHED AT END OF RUN
      * IS THE UNSETTLED-AUTHORIZATIONS REPORT.
       FD  AUTH-WORK-FILE.
       01  AUTH-WORK-RECORD.
           05  AW-KEY.
               10  AW-CARD-NUMBER      PIC X(19).
               10  AW-AUTH-CODE        PIC X(06).
           05  AW-MERCHANT-ID          PIC X(08).
           05  AW-APPROVED-AMOUNT      PIC 9(07)V9(02).
           05  AW-AUTH-DATE            PIC 9(08).
           05  AW-SETTLED-AMOUNT       PIC 9(07)V9(02).
           05  AW-SETTLED-COUNT        PIC 9(05).
           05  AW-STATUS               PIC X(01).
               88  AW-OPEN                 VALUE "O".
               88  AW-REVERSED             VALUE "R".

       FD  UNSETTLED-AUTH-FILE.
       01  UNSETTLED-AUTH-RECORD       PIC X(80).

      * ONE RECORD PER MERCHANT PER FUNDING DAY FOR THE MONTH-END
      * MERCHANT STATEMENT
       FD  MERCHANT-HISTORY-FILE.
           COPY MERCHHST.

      * ONE RECORD PER MERCHANT ON CHARGEBACK RESERVE; THE MONTHLY
      * RISK REVIEW OPENS AND SCHEDULES IT, FUNDING HOLDS AND PAYS
       FD  MERCHANT-RESERVE-FILE.
           COPY MERCHRSV.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  CARD-TYPE                    PIC X(01) VALUE "C".
           88  CARD-TYPE-CREDIT             VALUE "C".
           88  CARD-TYPE-DEBIT              VALUE "D".
      * THE MATCHED BIN RANGE'S INTERCHANGE PRICING; ZERO WHEN NO
      * RANGE PRICED THE CARD
       01  CARD-IC-PERCENT              PIC 9V9(04) VALUE 0.
       01  CARD-IC-PER-ITEM             PIC 9V9(02) VALUE 0.
       01  CARD-FIRST-ONE               PIC 9(01).
       01  CARD-FIRST-TWO               PIC 9(02).
       01  CARD-FIRST-FOUR              PIC 9(04).
               10  CV-BIN-PAN-LENGTH   PIC 9(02).
               10  CV-BIN-NETWORK      PIC X(10).
               10  CV-BIN-CARD-TYPE    PIC X(01).
               10  CV-BIN-IC-PERCENT   PIC 9V9(04).
               10  CV-BIN-IC-PER-ITEM  PIC 9V9(02).
       01  CV-BIN-COUNT                 PIC 9(03) VALUE 0.
       01  CV-BIN-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  CV-BIN-FOUND                 VALUE "Y".
           05  CV-RUN-DD                PIC 9(02).

      * BANKING-DAY CALL FIELDS -- THE FUNDING ACH EFFECTIVE DATE
      * LANDS ON A DAY THE BANK IS OPEN, AND A MERCHANT'S PRENOTE
      * AGES IN BANKING DAYS
       01  CV-BK-FUNCTION               PIC X(01) VALUE "N".
       01  CV-BK-DATE-1                 PIC 9(08) VALUE 0.
       01  CV-BK-DATE-2                 PIC 9(08) VALUE 0.
       01  CV-BK-RESULT-DATE            PIC 9(08) VALUE 0.
       01  CV-BK-RESULT-COUNT           PIC S9(05) VALUE 0.

      * MERCHANT BANK PRENOTE -- A MERCHANT WHOSE ACCOUNT IS STILL
      * IN PRENOTE IS HELD UNTIL THE PRENOTE HAS AGED CLEAN, THE
      * SAME AGING THE PAY CYCLE GIVES AN EMPLOYEE'S ACCOUNT
       01  CV-PRENOTE-AGE-DAYS          PIC 9(02) VALUE 6.
       01  CV-BANK-STATE                PIC X(01) VALUE "L".
           88  CV-BANK-LIVE                 VALUE "L".
           88  CV-BANK-IN-PRENOTE           VALUE "P".
           88  CV-BANK-NOT-USABLE           VALUE "F".

      * MERCHANT CHARGEBACK RESERVE -- WHAT THE DAY'S FUNDING HELD
      * BACK FROM, OR RELEASED TO, THE MERCHANT IN HAND. A HELD
      * MERCHANT ONLY HAS A RERUN'S EARLIER ACTIVITY BACKED OUT.
       01  CV-FND-HELD                  PIC 9(09)V9(02) VALUE 0.
       01  CV-FND-RELEASED              PIC 9(09)V9(02) VALUE 0.
       01  CV-RSV-MODE                  PIC X(01) VALUE "A".
           88  CV-RSV-APPLY                 VALUE "A".
           88  CV-RSV-BACK-OUT-ONLY         VALUE "B".

      * PAN MASKING FOR DISPLAY AND REPORT OUTPUT (PCI COMPLIANCE) --
      * ONLY THE FIRST SIX AND LAST FOUR DIGITS ARE EVER SHOWN,
      * PLACED RELATIVE TO THE CARD'S ACTUAL LENGTH
               10  CV-MM-BANK-ROUTING  PIC 9(09).
               10  CV-MM-BANK-ACCOUNT  PIC 9(12).
               10  CV-MM-DISCOUNT-RATE PIC 9V9(04).
               10  CV-MM-COMPANY       PIC X(02).
               10  CV-MM-BANK-STATUS   PIC X(01).
               10  CV-MM-BANK-EFF-DATE PIC 9(08).
       01  CV-MM-COUNT                  PIC 9(03) VALUE 0.
       01  CV-MM-SUB                    PIC 9(03) VALUE 0.
       01  CV-MM-FOUND-SWITCH           PIC X(01) VALUE "N".
       01  CV-GLX-STATUS                PIC X(02) VALUE "00".
       01  CV-CBD-STATUS                PIC X(02) VALUE "00".
       01  CV-CBC-STATUS                PIC X(02) VALUE "00".
       01  CV-MHS-STATUS                PIC X(02) VALUE "00".
       01  CV-RSV-STATUS                PIC X(02) VALUE "00".
       01  CV-CBD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-CHGB-DEBITS           VALUE "Y".
       01  CV-CB-TABLE.
       01  CV-FND-DEBITS                PIC 9(07)V9(02) VALUE 0.
       01  CV-FND-NET                   PIC 9(09)V9(02) VALUE 0.
       01  CV-FND-CARRY                 PIC 9(09)V9(02) VALUE 0.
       01  CV-FND-REFUNDS               PIC 9(09)V9(02) VALUE 0.
       01  CV-FND-SALES                 PIC 9(09)V9(02) VALUE 0.
       01  CV-FND-TOT-GROSS             PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-FEE               PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-DEBITS            PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-REFUNDS           PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-NET               PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-HELD              PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-RELEASED          PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-TOT-PROOF             PIC 9(11)V9(02) VALUE 0.
       01  CV-FND-COUNT-PAID            PIC 9(05) VALUE 0.
       01  CV-FND-COUNT-HELD            PIC 9(05) VALUE 0.
       01  GL-SETL-CLEARING-ACCT        PIC X(06) VALUE "100300".
       01  GL-FEE-INCOME-ACCT           PIC X(06) VALUE "400100".
       01  GL-FUNDING-PAYABLE-ACCT      PIC X(06) VALUE "100400".
       01  GL-CHGB-CLEARING-ACCT        PIC X(06) VALUE "100500".
       01  GL-MERCH-RESERVE-ACCT        PIC X(06) VALUE "210600".
       01  CV-GLT-COUNT                 PIC 9(07) VALUE 0.
       01  CV-GLT-HASH                  PIC 9(13)V9(02) VALUE 0.

      * COMPANY MASTER -- EACH MERCHANT IS FUNDED UNDER THE COMPANY
      * ON ITS MASTER RECORD, ONE PASS PER COMPANY: ITS OWN NACHA
      * BATCH AND ITS OWN GL SEGMENT. A MERCHANT OFF THE MERCHANT
      * MASTER OR WITH A COMPANY NOT ON THE COMPANY MASTER IS
      * LISTED IN THE PRIMARY COMPANY'S PASS. WITH NO COMPANY
      * MASTER ON FILE THE PRIMARY COMPANY "01" RUNS UNDER THE
      * NACHA CONSTANTS BELOW.
       01  CV-CO-STATUS                 PIC X(02) VALUE "00".
       01  CV-CO-EOF-SWITCH             PIC X(01) VALUE "N".
           88  END-OF-COMPANIES             VALUE "Y".
       01  CV-CO-TABLE.
           05  CV-CO-ENTRY OCCURS 10 TIMES INDEXED BY CV-CO-IDX.
               10  CV-CO-CODE          PIC X(02).
               10  CV-CO-ACH-ID        PIC X(10).
               10  CV-CO-ACH-NAME      PIC X(16).
       01  CV-CO-COUNT                  PIC 9(02) VALUE 0.
       01  CV-CO-SUB                    PIC 9(02) VALUE 0.
       01  CV-CO-PRIMARY-SUB            PIC 9(02) VALUE 0.
       01  CV-CO-PASS-SUB               PIC 9(02) VALUE 0.
       01  CV-CO-OWNER-SUB              PIC 9(02) VALUE 0.
       01  CV-CO-LOOKUP-CODE            PIC X(02).
       01  CV-CO-FOUND-SWITCH           PIC X(01) VALUE "N".
           88  CV-CO-FOUND                  VALUE "Y".
       01  CV-CO-BATCH-SWITCH           PIC X(01) VALUE "N".
           88  CV-CO-BATCH-OPEN             VALUE "Y".

      * NACHA TRANSMISSION CONSTANTS AND RUNNING CONTROLS FOR THE
      * MERCHANT FUNDING FILE -- SAME ORIGINATION VALUES THE
      * PAYROLL SHOP TRANSMITS UNDER, CCD FOR COMPANY CREDITS
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
           05  ACH-ROUTING-FIRST-8      PIC 9(08).
           05  ACH-ROUTING-CHECK        PIC 9(01).
       01  ACH-BATCH-TOTAL              PIC 9(06) VALUE 0.
       01  ACH-FILE-ENTRY-COUNT         PIC 9(08) VALUE 0.
       01  ACH-FILE-ENTRY-HASH          PIC 9(10) VALUE 0.
       01  ACH-FILE-CREDIT-TOTAL        PIC 9(12) VALUE 0.

       01  ACH-FILE-HEADER.
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FD-GROSS            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FD-REFUNDS          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FD-FEE              PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FD-DEBITS           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FD-NOTE             PIC X(08).

       01  FND-RESERVE-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE
               "CHARGEBACK RESERVE HELD".
           05  FV-HELD             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  RELEASED ".
           05  FV-RELEASED         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  BALANCE ".
           05  FV-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.

      * CHECKPOINT/RESTART CONTROLS -- SAME DISCIPLINE AS THE PAY
      * CYCLE'S PAYCKPT
       01  CV-CKP-STATUS                PIC X(02) VALUE "00".
       01  CV-COUNT-FAILED              PIC 9(07) VALUE 0.
       01  CV-COUNT-DUPLICATE           PIC 9(07) VALUE 0.

      * TRANSACTION TYPES -- A BLANK TYPE ON AN OLDER FEED IS A
      * SALE. REFUNDS AND VOIDS COME OFF THE SETTLEMENT AND FUNDING
      * TOTALS; A REVERSAL BACKS OUT AN AUTHORIZATION THAT NEVER
      * SETTLED AND MOVES NO MONEY. A REFUND MUST MATCH THE CARD'S
      * LAST SALE ON CARDACT AND NOT EXCEED WHAT IS LEFT OF IT.
       01  CV-COUNT-TRAN-EXCP           PIC 9(07) VALUE 0.
       01  CV-COUNT-REFUND              PIC 9(07) VALUE 0.
       01  CV-COUNT-VOID                PIC 9(07) VALUE 0.
       01  CV-COUNT-REVERSAL            PIC 9(07) VALUE 0.
       01  CV-REFUND-OK-SWITCH          PIC X(01) VALUE "Y".
           88  CV-REFUND-OK                 VALUE "Y".
       01  CV-SALE-LEFT                 PIC 9(07)V9(02) VALUE 0.

      * AUTHORIZATION MATCH -- EVERY SALE MUST CARRY THE AUTH CODE
      * OF AN APPROVAL ON THE PROCESSOR'S LOG FOR THE SAME PAN AND
      * MERCHANT, NO OLDER THAN THE ALLOWED AGE, AND MAY NOT TAKE
      * WHAT HAS SETTLED AGAINST IT PAST THE APPROVED AMOUNT PLUS
      * THE TOLERANCE. DEFAULTS APPLY WHEN THE CONTROL RECORD DOES
      * NOT CARRY THEM; WITH NO LOG ON FILE THE SCREEN IS SKIPPED.
       01  CV-ALG-STATUS                PIC X(02) VALUE "00".
       01  CV-AUW-STATUS                PIC X(02) VALUE "00".
       01  CV-AUR-STATUS                PIC X(02) VALUE "00".
       01  CV-ALG-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-AUTH-LOG              VALUE "Y".
       01  CV-AUW-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-AUTH-WORK             VALUE "Y".
       01  CV-AUTH-ACTIVE-SWITCH        PIC X(01) VALUE "N".
           88  CV-AUTH-ACTIVE               VALUE "Y".
       01  CV-AUTH-OK-SWITCH            PIC X(01) VALUE "Y".
           88  CV-AUTH-OK                   VALUE "Y".
       01  CV-AUTH-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CV-AUTH-FOUND                VALUE "Y".
       01  CV-AUTH-DAYS                 PIC 9(03) VALUE 7.
       01  CV-AUTH-TOLERANCE            PIC 9V9(04) VALUE 0.2000.
       01  CV-AUTH-LIMIT                PIC 9(09)V9(02) VALUE 0.
       01  CV-AUTH-DATE-INT             PIC 9(08) VALUE 0.
       01  CV-AUTH-AGE                  PIC S9(05) VALUE 0.
       01  CV-COUNT-AUTH-EXCP           PIC 9(07) VALUE 0.
       01  CV-UNSET-COUNT               PIC 9(07) VALUE 0.
       01  CV-UNSET-AMOUNT              PIC 9(11)V9(02) VALUE 0.

       01  UNSET-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "UNSETTLED AUTHORIZATIONS   RUN DATE ".
           05  UH-RUN-DATE         PIC 9(08).

       01  UNSET-DETAIL-LINE.
           05  UD-PAN-MASKED       PIC X(19).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UD-MERCHANT-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UD-AUTH-CODE        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UD-AUTH-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UD-AGE              PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE " DAYS".

       01  UNSET-TOTAL-LINE.
           05  FILLER              PIC X(19) VALUE
               "TOTAL UNSETTLED    ".
           05  UT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * CARD-SUMMARY CONTROL TRAILER WORK FIELDS
       01  CV-TRL-COUNT                PIC 9(07) VALUE 0.
       01  CV-TRL-HASH                 PIC 9(13)V9(02) VALUE 0.
       01  JB-NAME                     PIC X(30) VALUE "VALIDATE-CARD".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME                PIC X(08).
           05  CRL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRL-REASON              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRL-TRAN-TYPE           PIC X(01).

      * SETTLEMENT ACCUMULATION -- APPROVED AMOUNTS BY NETWORK AND
      * BY SUBMITTING MERCHANT, PRINTED AND FILED AT END OF RUN
               10  CV-NET-CARD-TYPE    PIC X(01).
               10  CV-NET-AMOUNT       PIC 9(11)V9(02).
               10  CV-NET-COUNT        PIC 9(07).
               10  CV-NET-REFUND-AMOUNT PIC 9(11)V9(02).
               10  CV-NET-REFUND-COUNT PIC 9(07).
       01  CV-NET-COUNT-USED           PIC 9(02) VALUE 0.
       01  CV-NET-SUB                  PIC 9(02) VALUE 0.
       01  CV-NET-FOUND-SWITCH         PIC X(01) VALUE "N".
               10  CV-MERCH-NAME       PIC X(20).
               10  CV-MERCH-AMOUNT     PIC 9(11)V9(02).
               10  CV-MERCH-COUNT      PIC 9(07).
               10  CV-MERCH-REFUND-AMOUNT PIC 9(11)V9(02).
               10  CV-MERCH-REFUND-COUNT PIC 9(07).
       01  CV-MERCH-COUNT-USED         PIC 9(03) VALUE 0.
       01  CV-MERCH-SUB                PIC 9(03) VALUE 0.
       01  CV-MERCH-FOUND-SWITCH       PIC X(01) VALUE "N".
       01  CV-MERCH-OVERFLOW-SWITCH    PIC X(01) VALUE "N".
           88  CV-MERCH-OVERFLOW            VALUE "Y".

      * SETTLEMENT BY NETWORK, CARD TYPE AND MERCHANT TOGETHER,
      * WITH THE INTERCHANGE THE PROCESSOR SHOULD TAKE -- THE GRAIN
      * THE PROCESSOR'S SETTLEMENT REPORT COMES BACK AT
       01  CV-NM-TABLE.
           05  CV-NM-ENTRY OCCURS 500 TIMES
                   INDEXED BY CV-NM-IDX.
               10  CV-NM-NETWORK       PIC X(10).
               10  CV-NM-CARD-TYPE     PIC X(01).
               10  CV-NM-MERCH-ID      PIC X(08).
               10  CV-NM-SALE-COUNT    PIC 9(07).
               10  CV-NM-SALE-AMOUNT   PIC 9(11)V9(02).
               10  CV-NM-REFUND-AMOUNT PIC 9(11)V9(02).
               10  CV-NM-FEE           PIC S9(09)V9(02).
       01  CV-NM-COUNT-USED            PIC 9(03) VALUE 0.
       01  CV-NM-SUB                   PIC 9(03) VALUE 0.
       01  CV-NM-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  CV-NM-FOUND                 VALUE "Y".
       01  CV-NM-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
           88  CV-NM-OVERFLOW              VALUE "Y".
       01  CV-IC-FEE                   PIC S9(07)V9(02) VALUE 0.

       01  CV-SETL-NET                 PIC S9(11)V9(02) VALUE 0.

       01  SETL-HDR-LINE.
           05  FILLER              PIC X(36) VALUE
               "CARD SETTLEMENT TOTALS     RUN DATE ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-NAME             PIC X(20).

           COPY SETLNM.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           END-IF
           PERFORM 1200-LOAD-CONTROL-PARMS THRU 1200-EXIT
           PERFORM 1300-LOAD-MERCHANT-MASTER THRU 1300-EXIT
           PERFORM 1350-LOAD-COMPANIES THRU 1350-EXIT
           PERFORM 1400-LOAD-BIN-RANGES THRU 1400-EXIT
           PERFORM 1450-LOAD-HOT-CARDS THRU 1450-EXIT
           PERFORM 1480-LOAD-AUTHORIZATIONS THRU 1480-EXIT
           OPEN EXTEND CARD-CHECKPOINT-FILE
           IF CV-CKP-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN CARD-CHECKPOINT FILE -- "
                       MOVE CCK-MERCH-EXCP TO CV-COUNT-MERCH-EXCP
                       MOVE CCK-HOTCARD TO CV-COUNT-HOTCARD
                       MOVE CCK-EXPIRING TO CV-COUNT-EXPIRING
                       MOVE CCK-TRAN-EXCP TO CV-COUNT-TRAN-EXCP
                       MOVE CCK-REFUND TO CV-COUNT-REFUND
                       MOVE CCK-VOID TO CV-COUNT-VOID
                       MOVE CCK-REVERSAL TO CV-COUNT-REVERSAL
                       MOVE CCK-AUTH-EXCP TO CV-COUNT-AUTH-EXCP
                   END-IF
           END-READ.
       1060-EXIT.
                           AND CC-EXPIRY-MONTHS > 0
                           MOVE CC-EXPIRY-MONTHS TO CV-EXPIRY-MONTHS
                       END-IF
                       IF CC-AUTH-DAYS NUMERIC
                           AND CC-AUTH-DAYS > 0
                           MOVE CC-AUTH-DAYS TO CV-AUTH-DAYS
                       END-IF
                       IF CC-AUTH-TOLERANCE NUMERIC
                           MOVE CC-AUTH-TOLERANCE TO CV-AUTH-TOLERANCE
                       END-IF
               END-READ
           END-IF
           CLOSE CARD-CONTROL-FILE.
           MOVE MM-BANK-ROUTING TO CV-MM-BANK-ROUTING(CV-MM-IDX)
           MOVE MM-BANK-ACCOUNT TO CV-MM-BANK-ACCOUNT(CV-MM-IDX)
           MOVE MM-DISCOUNT-RATE TO CV-MM-DISCOUNT-RATE(CV-MM-IDX)
           MOVE MM-COMPANY-CODE TO CV-MM-COMPANY(CV-MM-IDX)
           MOVE MM-BANK-STATUS TO CV-MM-BANK-STATUS(CV-MM-IDX)
           IF MM-BANK-PRENOTED
               MOVE MM-BANK-EFF-DATE TO CV-MM-BANK-EFF-DATE(CV-MM-IDX)
           ELSE
               MOVE 0 TO CV-MM-BANK-EFF-DATE(CV-MM-IDX)
           END-IF
           PERFORM 1310-READ-MERCH-MASTER THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------
      * 1350-LOAD-COMPANIES -- THE COMPANY MASTER THE FUNDING PASS
      * BATCHES BY. WITH NO FILE ON HAND (OR AN EMPTY ONE) THE
      * PRIMARY COMPANY "01" IS SET UP FROM THE NACHA CONSTANTS.
      * A MASTER WITHOUT "01" ON IT LISTS THE UNPLACED MERCHANTS
      * IN ITS FIRST COMPANY'S PASS.
      *-----------------------
       1350-LOAD-COMPANIES.
           MOVE 0 TO CV-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF CV-CO-STATUS(1:1) = "0"
               PERFORM 1360-READ-COMPANY THRU 1360-EXIT
               PERFORM 1370-STORE-COMPANY THRU 1370-EXIT
                   UNTIL END-OF-COMPANIES
                      OR CV-CO-COUNT >= 10
               IF NOT END-OF-COMPANIES
                   DISPLAY "*** COMPANY TABLE IS FULL AT 10 "
                       "COMPANIES -- THE REST ARE NOT LOADED ***"
               END-IF
           END-IF
           CLOSE COMPANY-MASTER-FILE
           IF CV-CO-COUNT = 0
               MOVE 1 TO CV-CO-COUNT
               SET CV-CO-IDX TO 1
               MOVE "01" TO CV-CO-CODE(CV-CO-IDX)
               MOVE ACH-COMPANY-ID TO CV-CO-ACH-ID(CV-CO-IDX)
               MOVE ACH-COMPANY-NAME TO CV-CO-ACH-NAME(CV-CO-IDX)
           END-IF
           MOVE SPACES TO CV-CO-LOOKUP-CODE
           PERFORM 1380-FIND-COMPANY THRU 1380-EXIT
           IF CV-CO-SUB = 0
               MOVE 1 TO CV-CO-PRIMARY-SUB
           ELSE
               MOVE CV-CO-SUB TO CV-CO-PRIMARY-SUB
           END-IF.
       1350-EXIT.
           EXIT.

       1360-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1360-EXIT.
           EXIT.

       1370-STORE-COMPANY.
           ADD 1 TO CV-CO-COUNT
           SET CV-CO-IDX TO CV-CO-COUNT
           MOVE CO-COMPANY-CODE TO CV-CO-CODE(CV-CO-IDX)
           MOVE CO-ACH-COMPANY-ID TO CV-CO-ACH-ID(CV-CO-IDX)
           MOVE CO-ACH-COMPANY-NAME TO CV-CO-ACH-NAME(CV-CO-IDX)
           PERFORM 1360-READ-COMPANY THRU 1360-EXIT.
       1370-EXIT.
           EXIT.

      *-----------------------
      * 1380-FIND-COMPANY -- SLOT OF THE COMPANY IN
      * CV-CO-LOOKUP-CODE (BLANK IS THE PRIMARY COMPANY "01");
      * CV-CO-SUB IS ZERO WHEN THE COMPANY IS NOT ON THE TABLE
      *-----------------------
       1380-FIND-COMPANY.
           IF CV-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO CV-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO CV-CO-SUB
           MOVE "N" TO CV-CO-FOUND-SWITCH
           PERFORM 1390-MATCH-COMPANY THRU 1390-EXIT
               VARYING CV-CO-IDX FROM 1 BY 1
               UNTIL CV-CO-IDX > CV-CO-COUNT
                  OR CV-CO-FOUND.
       1380-EXIT.
           EXIT.

       1390-MATCH-COMPANY.
           IF CV-CO-CODE(CV-CO-IDX) = CV-CO-LOOKUP-CODE
               SET CV-CO-SUB TO CV-CO-IDX
               SET CV-CO-FOUND TO TRUE
           END-IF.
       1390-EXIT.
           EXIT.

      *-----------------------
      * 1400-LOAD-BIN-RANGES -- THE NETWORK IDENTIFICATION TABLE.
      * AN ABSENT OR EMPTY FILE LEAVES THE COMPILED PREFIX TESTS
           MOVE BN-PAN-LENGTH TO CV-BIN-PAN-LENGTH(CV-BIN-IDX)
           MOVE BN-NETWORK TO CV-BIN-NETWORK(CV-BIN-IDX)
           MOVE BN-CARD-TYPE TO CV-BIN-CARD-TYPE(CV-BIN-IDX)
           MOVE 0 TO CV-BIN-IC-PERCENT(CV-BIN-IDX)
           MOVE 0 TO CV-BIN-IC-PER-ITEM(CV-BIN-IDX)
           IF BN-IC-PERCENT NUMERIC
               MOVE BN-IC-PERCENT TO CV-BIN-IC-PERCENT(CV-BIN-IDX)
           END-IF
           IF BN-IC-PER-ITEM NUMERIC
               MOVE BN-IC-PER-ITEM TO CV-BIN-IC-PER-ITEM(CV-BIN-IDX)
           END-IF
           PERFORM 1410-READ-BIN-RANGE THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
       1470-EXIT.
           EXIT.

      *-----------------------
      * 1480-LOAD-AUTHORIZATIONS -- REBUILD THE INDEXED AUTHORIZATION
      * WORK FILE FROM THE PROCESSOR'S LOG. A RESUMED RUN KEEPS THE
      * WORK FILE AS IT STANDS, THE WAY CARDSEEN IS KEPT, SO WHAT
      * THE DEAD ATTEMPT SETTLED STAYS CHARGED. THE SCREEN RUNS
      * ONLY WHEN THE WORK FILE HOLDS AT LEAST ONE AUTHORIZATION.
      *-----------------------
       1480-LOAD-AUTHORIZATIONS.
           IF CV-CHECKPOINT-I > 0
               OPEN I-O AUTH-WORK-FILE
               IF CV-AUW-STATUS(1:1) NOT = "0"
                   DISPLAY "*** UNABLE TO OPEN AUTH WORK FILE -- "
                       "STATUS " CV-AUW-STATUS " ***"
                   SET CV-OPEN-ERROR TO TRUE
               END-IF
               GO TO 1480-CHECK-ACTIVE
           END-IF
           OPEN OUTPUT AUTH-WORK-FILE
           IF CV-AUW-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN AUTH WORK FILE -- "
                   "STATUS " CV-AUW-STATUS " ***"
               SET CV-OPEN-ERROR TO TRUE
               GO TO 1480-EXIT
           END-IF
           OPEN INPUT AUTH-LOG-FILE
           IF CV-ALG-STATUS(1:1) = "0"
               PERFORM 1485-READ-AUTH-LOG THRU 1485-EXIT
               PERFORM 1490-STORE-AUTH THRU 1490-EXIT
                   UNTIL END-OF-AUTH-LOG
           END-IF
           CLOSE AUTH-LOG-FILE
           CLOSE AUTH-WORK-FILE
           OPEN I-O AUTH-WORK-FILE
           IF CV-AUW-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO REOPEN AUTH WORK FILE -- "
                   "STATUS " CV-AUW-STATUS " ***"
               SET CV-OPEN-ERROR TO TRUE
               GO TO 1480-EXIT
           END-IF.
       1480-CHECK-ACTIVE.
           MOVE LOW-VALUES TO AW-KEY
           START AUTH-WORK-FILE KEY >= AW-KEY
               INVALID KEY
                   DISPLAY "*** NO AUTHORIZATION LOG ON FILE -- "
                       "SALES ARE NOT MATCHED TO AUTHORIZATIONS ***"
               NOT INVALID KEY
                   SET CV-AUTH-ACTIVE TO TRUE
           END-START.
       1480-EXIT.
           EXIT.

       1485-READ-AUTH-LOG.
           READ AUTH-LOG-FILE
               AT END
                   SET END-OF-AUTH-LOG TO TRUE
           END-READ.
       1485-EXIT.
           EXIT.

       1490-STORE-AUTH.
           MOVE AL-CARD-NUMBER TO AW-CARD-NUMBER
           MOVE AL-AUTH-CODE TO AW-AUTH-CODE
           MOVE AL-MERCHANT-ID TO AW-MERCHANT-ID
           MOVE AL-APPROVED-AMOUNT TO AW-APPROVED-AMOUNT
           MOVE AL-AUTH-DATE TO AW-AUTH-DATE
           MOVE 0 TO AW-SETTLED-AMOUNT
           MOVE 0 TO AW-SETTLED-COUNT
           MOVE "O" TO AW-STATUS
           WRITE AUTH-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM 1485-READ-AUTH-LOG THRU 1485-EXIT.
       1490-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-TRANSACTION -- VALIDATE ONE CARD NUMBER AND
      * ROUTE IT TO THE GOOD OR BAD OUTPUT FILE
       2000-PROCESS-TRANSACTION.
           ADD 1 TO CV-COUNT-READ
           MOVE SPACES TO CARD-PAN-REASON
           MOVE "N" TO CV-AUTH-FOUND-SWITCH
           MOVE CT-CARD-NUMBER TO CARD-NUMBER
           MOVE CT-EXP-MONTH TO CARD-EXP-MONTH
           MOVE CT-EXP-YEAR TO CARD-EXP-YEAR
           PERFORM 2100-VALIDATE-LUHN THRU 2100-EXIT
           PERFORM 2150-DETECT-NETWORK THRU 2150-EXIT
           PERFORM 2160-CHECK-EXPIRATION THRU 2160-EXIT
           IF NOT CT-TYPE-VALID
               ADD 1 TO CV-COUNT-TRAN-EXCP
               MOVE "TRANTYPE" TO CARD-PAN-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2185-CHECK-MERCHANT THRU 2185-EXIT
           IF NOT CV-MERCHANT-OK
               ADD 1 TO CV-COUNT-MERCH-EXCP
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           IF CT-TYPE-REFUND
               PERFORM 2190-MATCH-REFUND THRU 2190-EXIT
               IF NOT CV-REFUND-OK
                   ADD 1 TO CV-COUNT-TRAN-EXCP
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 2000-NEXT
               END-IF
           END-IF
           IF CV-AUTH-ACTIVE
               AND (CT-TYPE-SALE OR CT-TYPE-REVERSAL)
               PERFORM 2197-CHECK-AUTHORIZATION THRU 2197-EXIT
               IF NOT CV-AUTH-OK
                   ADD 1 TO CV-COUNT-AUTH-EXCP
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 2000-NEXT
               END-IF
           END-IF
      * ONLY A SALE IS SCREENED AS A DUPLICATE -- A REFUND, VOID OR
      * REVERSAL OF A CARD ALREADY IN THE BATCH IS EXPECTED, AND AN
      * EXPIRED CARD MAY STILL TAKE ONE
           MOVE "N" TO CARD-DUPLICATE-SWITCH
           IF CT-TYPE-SALE
               PERFORM 2180-CHECK-DUPLICATE THRU 2180-EXIT
           END-IF
           IF CARD-IS-DUPLICATE
               ADD 1 TO CV-COUNT-DUPLICATE
               MOVE "DUPCARD" TO CARD-PAN-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           ELSE
               IF LUHN-CARD-VALID
                   AND (NOT CARD-IS-EXPIRED OR NOT CT-TYPE-SALE)
                   ADD 1 TO CV-COUNT-PASSED
                   PERFORM 2200-WRITE-GOOD THRU 2200-EXIT
                   PERFORM 2195-POST-APPROVED THRU 2195-EXIT
               ELSE
                   ADD 1 TO CV-COUNT-FAILED
                   PERFORM 2300-WRITE-BAD THRU 2300-EXIT
           MOVE CV-COUNT-MERCH-EXCP TO CCK-MERCH-EXCP
           MOVE CV-COUNT-HOTCARD TO CCK-HOTCARD
           MOVE CV-COUNT-EXPIRING TO CCK-EXPIRING
           MOVE CV-COUNT-TRAN-EXCP TO CCK-TRAN-EXCP
           MOVE CV-COUNT-REFUND TO CCK-REFUND
           MOVE CV-COUNT-VOID TO CCK-VOID
           MOVE CV-COUNT-REVERSAL TO CCK-REVERSAL
           MOVE CV-COUNT-AUTH-EXCP TO CCK-AUTH-EXCP
           WRITE CCK-RECORD.
       2005-EXIT.
           EXIT.
      *-----------------------
       2150-DETECT-NETWORK.
           MOVE "C" TO CARD-TYPE
           MOVE 0 TO CARD-IC-PERCENT
           MOVE 0 TO CARD-IC-PER-ITEM
           IF CV-BIN-COUNT > 0
               PERFORM 2155-MATCH-BIN-RANGE THRU 2155-EXIT
               GO TO 2150-EXIT
               SET CV-BIN-FOUND TO TRUE
               MOVE CV-BIN-NETWORK(CV-BIN-IDX) TO CARD-NETWORK
               MOVE CV-BIN-CARD-TYPE(CV-BIN-IDX) TO CARD-TYPE
               MOVE CV-BIN-IC-PERCENT(CV-BIN-IDX) TO CARD-IC-PERCENT
               MOVE CV-BIN-IC-PER-ITEM(CV-BIN-IDX)
                   TO CARD-IC-PER-ITEM
           END-IF.
       2156-EXIT.
           EXIT.
               MOVE CV-RUN-DATE TO CA-WINDOW-START
               MOVE 1 TO CA-WINDOW-COUNT
               MOVE CV-RUN-DATE TO CA-LAST-SEEN
               MOVE 0 TO CA-SALE-DATE
               MOVE 0 TO CA-SALE-AMOUNT
               MOVE SPACES TO CA-SALE-MERCHANT-ID
               MOVE SPACES TO CA-SALE-REFERENCE
               MOVE 0 TO CA-SALE-REFUNDED
               WRITE CARD-ACTIVITY-RECORD
           END-IF
           IF CA-WINDOW-COUNT > CV-VELOCITY-LIMIT
      * 2185-CHECK-MERCHANT -- THE SUBMITTING MERCHANT MUST BE ON
      * THE MASTER, ACTIVE, AND INSIDE ITS AGREED LIMITS. THE
      * DAILY LIMIT COUNTS THE RUNNING APPROVED TOTAL ALREADY IN
      * THE SETTLEMENT TABLE PLUS THIS TRANSACTION. THE LIMITS
      * APPLY TO SALES ONLY. NO MASTER LOADED MEANS NO SCREEN, AS
      * BEFORE.
      *-----------------------
       2185-CHECK-MERCHANT.
           MOVE "Y" TO CV-MERCHANT-OK-SWITCH
               WHEN CV-MM-STATUS(CV-MM-IDX) NOT = "A"
                   MOVE "N" TO CV-MERCHANT-OK-SWITCH
                   MOVE "MERCHSUS" TO CARD-PAN-REASON
               WHEN NOT CT-TYPE-SALE
                   CONTINUE
               WHEN CV-MM-TRAN-LIMIT(CV-MM-IDX) > 0
                       AND CT-AMOUNT > CV-MM-TRAN-LIMIT(CV-MM-IDX)
                   MOVE "N" TO CV-MERCHANT-OK-SWITCH
       2180-EXIT.
           EXIT.

      *-----------------------
      * 2190-MATCH-REFUND -- A REFUND MUST BE AGAINST THE CARD'S
      * LAST APPROVED SALE ON CARDACT, AT THE SAME MERCHANT, AND
      * WHEN IT NAMES THE ORIGINAL TRANSACTION'S REFERENCE, THAT
      * SALE'S REFERENCE. IT MAY NOT EXCEED WHAT IS LEFT OF THE
      * SALE AFTER EARLIER REFUNDS. THE ACTIVITY RECORD IS STILL IN
      * THE RECORD AREA FROM THE VELOCITY SCREEN.
      *-----------------------
       2190-MATCH-REFUND.
           MOVE "Y" TO CV-REFUND-OK-SWITCH
           IF NOT CV-ACT-FOUND
               OR CA-SALE-AMOUNT = 0
               OR CA-SALE-MERCHANT-ID NOT = CT-MERCHANT-ID
               MOVE "N" TO CV-REFUND-OK-SWITCH
               MOVE "NOSALE" TO CARD-PAN-REASON
               GO TO 2190-EXIT
           END-IF
           IF CT-ORIG-REFERENCE NOT = SPACES
               AND CT-ORIG-REFERENCE NOT = CA-SALE-REFERENCE
               MOVE "N" TO CV-REFUND-OK-SWITCH
               MOVE "NOSALE" TO CARD-PAN-REASON
               GO TO 2190-EXIT
           END-IF
           COMPUTE CV-SALE-LEFT = CA-SALE-AMOUNT - CA-SALE-REFUNDED
           IF CT-AMOUNT > CV-SALE-LEFT
               MOVE "N" TO CV-REFUND-OK-SWITCH
               MOVE "RFDOVER" TO CARD-PAN-REASON
           END-IF.
       2190-EXIT.
           EXIT.

      *-----------------------
      * 2197-CHECK-AUTHORIZATION -- ONE KEYED READ ON PAN AND AUTH
      * CODE. A SALE WITH NO APPROVAL FOR ITS PAN AND MERCHANT IS
      * NOAUTH; ONE AGAINST AN APPROVAL OLDER THAN THE ALLOWED AGE
      * IS AUTHAGE; ONE THAT WOULD TAKE THE AMOUNT SETTLED AGAINST
      * THE APPROVAL PAST THE APPROVED AMOUNT PLUS THE TOLERANCE IS
      * OVERAUTH. A REVERSAL IS NOT SCREENED -- IT ONLY NEEDS THE
      * APPROVAL FOUND TO CLOSE IT. THE RECORD STAYS IN THE RECORD
      * AREA FOR 2195 TO CHARGE.
      *-----------------------
       2197-CHECK-AUTHORIZATION.
           MOVE "Y" TO CV-AUTH-OK-SWITCH
           MOVE "N" TO CV-AUTH-FOUND-SWITCH
           MOVE CARD-NUMBER TO AW-CARD-NUMBER
           MOVE CT-AUTH-CODE TO AW-AUTH-CODE
           IF CT-AUTH-CODE NOT = SPACES
               READ AUTH-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AW-MERCHANT-ID = CT-MERCHANT-ID
                           SET CV-AUTH-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF
           IF CT-TYPE-REVERSAL
               GO TO 2197-EXIT
           END-IF
           IF NOT CV-AUTH-FOUND OR AW-REVERSED
               MOVE "N" TO CV-AUTH-OK-SWITCH
               MOVE "NOAUTH" TO CARD-PAN-REASON
               GO TO 2197-EXIT
           END-IF
           COMPUTE CV-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CV-RUN-DATE)
           COMPUTE CV-AUTH-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AW-AUTH-DATE)
           COMPUTE CV-AUTH-AGE = CV-RUN-DATE-INT - CV-AUTH-DATE-INT
           IF CV-AUTH-AGE > CV-AUTH-DAYS
               MOVE "N" TO CV-AUTH-OK-SWITCH
               MOVE "AUTHAGE" TO CARD-PAN-REASON
               GO TO 2197-EXIT
           END-IF
           COMPUTE CV-AUTH-LIMIT ROUNDED = AW-APPROVED-AMOUNT
               + (AW-APPROVED-AMOUNT * CV-AUTH-TOLERANCE)
           IF AW-SETTLED-AMOUNT + CT-AMOUNT > CV-AUTH-LIMIT
               MOVE "N" TO CV-AUTH-OK-SWITCH
               MOVE "OVERAUTH" TO CARD-PAN-REASON
           END-IF.
       2197-EXIT.
           EXIT.

      *-----------------------
      * 2195-POST-APPROVED -- AN APPROVED SALE GOES INTO SETTLEMENT
      * AND BECOMES THE CARD'S LAST SALE ON CARDACT; AN APPROVED
      * REFUND OR VOID COMES OFF SETTLEMENT, AND A REFUND IS ALSO
      * CHARGED AGAINST THE SALE IT MATCHED. A SALE IS CHARGED
      * AGAINST ITS AUTHORIZATION. A REVERSAL MOVES NO MONEY; IT
      * CLOSES THE AUTHORIZATION IT NAMES SO THAT ONE DROPS OFF THE
      * UNSETTLED REPORT.
      *-----------------------
       2195-POST-APPROVED.
           EVALUATE TRUE
               WHEN CT-TYPE-SALE
                   PERFORM 2400-ACCUMULATE-SETTLEMENT THRU 2400-EXIT
                   PERFORM 2165-CHECK-EXPIRING-SOON THRU 2165-EXIT
                   MOVE CV-RUN-DATE TO CA-SALE-DATE
                   MOVE CT-AMOUNT TO CA-SALE-AMOUNT
                   MOVE CT-MERCHANT-ID TO CA-SALE-MERCHANT-ID
                   MOVE CT-REFERENCE TO CA-SALE-REFERENCE
                   MOVE 0 TO CA-SALE-REFUNDED
                   REWRITE CARD-ACTIVITY-RECORD
                   IF CV-AUTH-FOUND
                       ADD CT-AMOUNT TO AW-SETTLED-AMOUNT
                       ADD 1 TO AW-SETTLED-COUNT
                       REWRITE AUTH-WORK-RECORD
                   END-IF
               WHEN CT-TYPE-REFUND
                   ADD 1 TO CV-COUNT-REFUND
                   PERFORM 2400-ACCUMULATE-SETTLEMENT THRU 2400-EXIT
                   ADD CT-AMOUNT TO CA-SALE-REFUNDED
                   REWRITE CARD-ACTIVITY-RECORD
               WHEN CT-TYPE-VOID
                   ADD 1 TO CV-COUNT-VOID
                   PERFORM 2400-ACCUMULATE-SETTLEMENT THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO CV-COUNT-REVERSAL
                   IF CV-AUTH-FOUND
                       MOVE "R" TO AW-STATUS
                       REWRITE AUTH-WORK-RECORD
                   END-IF
           END-EVALUATE.
       2195-EXIT.
           EXIT.

      *-----------------------
      * 2200-WRITE-GOOD / 2300-WRITE-BAD -- BATCH OUTPUT
      *-----------------------
           MOVE CARD-EXPIRED-SWITCH TO CRL-EXPIRED-FLAG
           MOVE CT-MERCHANT-ID TO CRL-MERCHANT-ID
           MOVE CT-AMOUNT TO CRL-AMOUNT
           MOVE CT-TRAN-TYPE TO CRL-TRAN-TYPE
           MOVE CARD-RESULT-LINE TO GOOD-CARD-RECORD
           WRITE GOOD-CARD-RECORD.
       2200-EXIT.
           MOVE CARD-EXPIRED-SWITCH TO CRL-EXPIRED-FLAG
           MOVE CT-MERCHANT-ID TO CRL-MERCHANT-ID
           MOVE CT-AMOUNT TO CRL-AMOUNT
           MOVE CT-TRAN-TYPE TO CRL-TRAN-TYPE
           MOVE CARD-RESULT-LINE TO BAD-CARD-RECORD
           WRITE BAD-CARD-RECORD.
       2300-EXIT.

      *-----------------------
      * 2400-ACCUMULATE-SETTLEMENT -- FOLD AN APPROVED AMOUNT INTO
      * ITS NETWORK'S AND ITS MERCHANT'S RUNNING TOTALS -- A SALE
      * INTO THE SALES TOTALS, A REFUND OR VOID INTO THE REFUND
      * TOTALS THAT COME OFF THEM
      *-----------------------
       2400-ACCUMULATE-SETTLEMENT.
           PERFORM 2440-ACCUMULATE-NET-MERCHANT THRU 2440-EXIT
           MOVE "N" TO CV-NET-FOUND-SWITCH
           PERFORM 2410-SEARCH-NETWORK THRU 2410-EXIT
               VARYING CV-NET-IDX FROM 1 BY 1
               MOVE CARD-TYPE TO CV-NET-CARD-TYPE(CV-NET-SUB)
               MOVE 0 TO CV-NET-AMOUNT(CV-NET-SUB)
               MOVE 0 TO CV-NET-COUNT(CV-NET-SUB)
               MOVE 0 TO CV-NET-REFUND-AMOUNT(CV-NET-SUB)
               MOVE 0 TO CV-NET-REFUND-COUNT(CV-NET-SUB)
           END-IF
           IF CT-TYPE-SALE
               ADD CT-AMOUNT TO CV-NET-AMOUNT(CV-NET-SUB)
               ADD 1 TO CV-NET-COUNT(CV-NET-SUB)
           ELSE
               ADD CT-AMOUNT TO CV-NET-REFUND-AMOUNT(CV-NET-SUB)
               ADD 1 TO CV-NET-REFUND-COUNT(CV-NET-SUB)
           END-IF.
       2405-MERCHANT-SIDE.
           MOVE "N" TO CV-MERCH-FOUND-SWITCH
           PERFORM 2420-SEARCH-MERCHANT THRU 2420-EXIT
               MOVE CT-MERCHANT-ID TO CV-MERCH-ID(CV-MERCH-SUB)
               MOVE 0 TO CV-MERCH-AMOUNT(CV-MERCH-SUB)
               MOVE 0 TO CV-MERCH-COUNT(CV-MERCH-SUB)
               MOVE 0 TO CV-MERCH-REFUND-AMOUNT(CV-MERCH-SUB)
               MOVE 0 TO CV-MERCH-REFUND-COUNT(CV-MERCH-SUB)
               PERFORM 2430-NAME-NEW-MERCHANT THRU 2430-EXIT
           END-IF
           IF CT-TYPE-SALE
               ADD CT-AMOUNT TO CV-MERCH-AMOUNT(CV-MERCH-SUB)
               ADD 1 TO CV-MERCH-COUNT(CV-MERCH-SUB)
           ELSE
               ADD CT-AMOUNT TO CV-MERCH-REFUND-AMOUNT(CV-MERCH-SUB)
               ADD 1 TO CV-MERCH-REFUND-COUNT(CV-MERCH-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

       2420-EXIT.
           EXIT.

      *-----------------------
      * 2440-ACCUMULATE-NET-MERCHANT -- THE SAME AMOUNT INTO ITS
      * NETWORK/CARD TYPE/MERCHANT TOTAL, WITH THE INTERCHANGE THE
      * PROCESSOR SHOULD TAKE ON IT: A SALE PAYS THE PERCENT PLUS
      * THE PER-ITEM FEE, A REFUND GETS THE PERCENT BACK, AND A
      * VOID CANCELS THE SALE'S WHOLE FEE SINCE IT NEVER CLEARS
      *-----------------------
       2440-ACCUMULATE-NET-MERCHANT.
           MOVE "N" TO CV-NM-FOUND-SWITCH
           PERFORM 2450-SEARCH-NET-MERCHANT THRU 2450-EXIT
               VARYING CV-NM-IDX FROM 1 BY 1
               UNTIL CV-NM-IDX > CV-NM-COUNT-USED
                  OR CV-NM-FOUND
           IF NOT CV-NM-FOUND
               IF CV-NM-COUNT-USED >= 500
                   SET CV-NM-OVERFLOW TO TRUE
                   GO TO 2440-EXIT
               END-IF
               ADD 1 TO CV-NM-COUNT-USED
               MOVE CV-NM-COUNT-USED TO CV-NM-SUB
               MOVE CARD-NETWORK TO CV-NM-NETWORK(CV-NM-SUB)
               MOVE CARD-TYPE TO CV-NM-CARD-TYPE(CV-NM-SUB)
               MOVE CT-MERCHANT-ID TO CV-NM-MERCH-ID(CV-NM-SUB)
               MOVE 0 TO CV-NM-SALE-COUNT(CV-NM-SUB)
               MOVE 0 TO CV-NM-SALE-AMOUNT(CV-NM-SUB)
               MOVE 0 TO CV-NM-REFUND-AMOUNT(CV-NM-SUB)
               MOVE 0 TO CV-NM-FEE(CV-NM-SUB)
           END-IF
           EVALUATE TRUE
               WHEN CT-TYPE-SALE
                   ADD CT-AMOUNT TO CV-NM-SALE-AMOUNT(CV-NM-SUB)
                   ADD 1 TO CV-NM-SALE-COUNT(CV-NM-SUB)
                   COMPUTE CV-IC-FEE ROUNDED =
                       (CT-AMOUNT * CARD-IC-PERCENT) + CARD-IC-PER-ITEM
                   ADD CV-IC-FEE TO CV-NM-FEE(CV-NM-SUB)
               WHEN CT-TYPE-REFUND
                   ADD CT-AMOUNT TO CV-NM-REFUND-AMOUNT(CV-NM-SUB)
                   COMPUTE CV-IC-FEE ROUNDED =
                       CT-AMOUNT * CARD-IC-PERCENT
                   SUBTRACT CV-IC-FEE FROM CV-NM-FEE(CV-NM-SUB)
               WHEN OTHER
                   ADD CT-AMOUNT TO CV-NM-REFUND-AMOUNT(CV-NM-SUB)
                   COMPUTE CV-IC-FEE ROUNDED =
                       (CT-AMOUNT * CARD-IC-PERCENT) + CARD-IC-PER-ITEM
                   SUBTRACT CV-IC-FEE FROM CV-NM-FEE(CV-NM-SUB)
           END-EVALUATE.
       2440-EXIT.
           EXIT.

       2450-SEARCH-NET-MERCHANT.
           IF CV-NM-NETWORK(CV-NM-IDX) = CARD-NETWORK
               AND CV-NM-CARD-TYPE(CV-NM-IDX) = CARD-TYPE
               AND CV-NM-MERCH-ID(CV-NM-IDX) = CT-MERCHANT-ID
               SET CV-NM-FOUND TO TRUE
               SET CV-NM-SUB TO CV-NM-IDX
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------
      * 2430-NAME-NEW-MERCHANT -- THE SETTLEMENT ENTRY CARRIES THE
      * MERCHANT'S NAME FROM THE MASTER; WITH NO MASTER LOADED THE
           EXIT.

      *-----------------------
      * 2900-WRITE-EXCEPTION -- DUPLICATES, BAD PANS, VELOCITY
      * HITS, AND UNMATCHED REFUNDS ARE ROUTED HERE AS FULL DATA
      * RECORDS SO THE EXCEPTION REVIEW PROGRAM CAN AGE, RESUBMIT,
      * OR WRITE EACH ONE OFF
      *-----------------------
       2900-WRITE-EXCEPTION.
           MOVE CV-RUN-DATE TO CX-DATE
           MOVE CT-MERCHANT-ID TO CX-MERCHANT-ID
           MOVE CARD-NETWORK TO CX-NETWORK
           MOVE CARD-PAN-REASON TO CX-REASON
           MOVE CT-TRAN-TYPE TO CX-TRAN-TYPE
           MOVE CT-REFERENCE TO CX-REFERENCE
           MOVE CT-ORIG-REFERENCE TO CX-ORIG-REFERENCE
           MOVE CT-AUTH-CODE TO CX-AUTH-CODE
           WRITE CARD-EXCEPTION-RECORD.
       2900-EXIT.
           EXIT.
           DISPLAY "  VELOCITY FLAGGED.: " CV-COUNT-VELOCITY
           DISPLAY "  HOT CARDS HIT....: " CV-COUNT-HOTCARD
           DISPLAY "  MERCHANT FLAGGED.: " CV-COUNT-MERCH-EXCP
           DISPLAY "  REFUND/TYPE FLAG.: " CV-COUNT-TRAN-EXCP
           DISPLAY "  REFUNDS APPROVED.: " CV-COUNT-REFUND
           DISPLAY "  VOIDS APPROVED...: " CV-COUNT-VOID
           DISPLAY "  REVERSALS........: " CV-COUNT-REVERSAL
           DISPLAY "  AUTH MATCH FLAG..: " CV-COUNT-AUTH-EXCP
           DISPLAY "  MERCHANTS FUNDED.: " CV-FND-COUNT-PAID
           DISPLAY "  FUNDING HELD.....: " CV-FND-COUNT-HELD
           DISPLAY "  EXPIRING SOON....: " CV-COUNT-EXPIRING
           PERFORM 3500-WRITE-SETTLEMENT THRU 3500-EXIT
           PERFORM 3550-REPORT-REPEAT-HOTS THRU 3550-EXIT
           PERFORM 3570-REPORT-UNSETTLED-AUTHS THRU 3570-EXIT
           PERFORM 3600-FUND-MERCHANTS THRU 3600-EXIT
           PERFORM 3700-LOG-TRANSMISSIONS THRU 3700-EXIT
           PERFORM 3900-WRITE-SUMMARY-RECORD THRU 3900-EXIT
           IF CV-COUNT-FAILED > 0 OR CV-COUNT-DUPLICATE > 0
               OR CV-COUNT-PAN-BAD > 0 OR CV-COUNT-VELOCITY > 0
               OR CV-COUNT-MERCH-EXCP > 0 OR CV-COUNT-HOTCARD > 0
               OR CV-COUNT-TRAN-EXCP > 0 OR CV-COUNT-AUTH-EXCP > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

      *-----------------------
      * 3500-WRITE-SETTLEMENT -- APPROVED TOTALS PER NETWORK AND
      * PER MERCHANT, FOR FINANCE TO BALANCE DEPOSITS AGAINST. AN
      * ENTRY WITH REFUNDS OR VOIDS IS FOLLOWED BY THEIR TOTAL AND
      * THE NET SETTLED. THE NETWORK/MERCHANT LINES FOLLOW, FOR THE
      * PROCESSOR SETTLEMENT RECONCILIATION.
      *-----------------------
       3500-WRITE-SETTLEMENT.
           MOVE CV-RUN-DATE TO SH-RUN-DATE
           PERFORM 3520-WRITE-MERCHANT-TOTAL THRU 3520-EXIT
               VARYING CV-MERCH-IDX FROM 1 BY 1
               UNTIL CV-MERCH-IDX > CV-MERCH-COUNT-USED
           PERFORM 3540-WRITE-NET-MERCHANT THRU 3540-EXIT
               VARYING CV-NM-IDX FROM 1 BY 1
               UNTIL CV-NM-IDX > CV-NM-COUNT-USED
           IF CV-MERCH-OVERFLOW
               DISPLAY "*** WARNING: MORE THAN 200 MERCHANTS -- "
                   "MERCHANT SETTLEMENT TOTALS INCOMPLETE ***"
               DISPLAY "*** WARNING: MORE THAN 10 NETWORK/TYPE "
                   "COMBINATIONS -- NETWORK SETTLEMENT TOTALS "
                   "INCOMPLETE ***"
           END-IF
           IF CV-NM-OVERFLOW
               DISPLAY "*** WARNING: MORE THAN 500 NETWORK/MERCHANT "
                   "COMBINATIONS -- NETMERCH LINES INCOMPLETE ***"
           END-IF.
       3500-EXIT.
           EXIT.
           MOVE CV-NET-COUNT(CV-NET-IDX) TO SD-COUNT
           MOVE CV-NET-AMOUNT(CV-NET-IDX) TO SD-AMOUNT
           MOVE SETL-DETAIL-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           IF CV-NET-REFUND-COUNT(CV-NET-IDX) > 0
               MOVE CV-NET-REFUND-COUNT(CV-NET-IDX) TO SD-COUNT
               MOVE CV-NET-REFUND-AMOUNT(CV-NET-IDX) TO SD-AMOUNT
               COMPUTE CV-SETL-NET = CV-NET-AMOUNT(CV-NET-IDX)
                   - CV-NET-REFUND-AMOUNT(CV-NET-IDX)
               PERFORM 3530-WRITE-REFUND-LINES THRU 3530-EXIT
           END-IF.
       3510-EXIT.
           EXIT.

           MOVE CV-MERCH-AMOUNT(CV-MERCH-IDX) TO SD-AMOUNT
           MOVE CV-MERCH-NAME(CV-MERCH-IDX) TO SD-NAME
           MOVE SETL-DETAIL-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           IF CV-MERCH-REFUND-COUNT(CV-MERCH-IDX) > 0
               MOVE CV-MERCH-REFUND-COUNT(CV-MERCH-IDX) TO SD-COUNT
               MOVE CV-MERCH-REFUND-AMOUNT(CV-MERCH-IDX) TO SD-AMOUNT
               COMPUTE CV-SETL-NET = CV-MERCH-AMOUNT(CV-MERCH-IDX)
                   - CV-MERCH-REFUND-AMOUNT(CV-MERCH-IDX)
               PERFORM 3530-WRITE-REFUND-LINES THRU 3530-EXIT
           END-IF.
       3520-EXIT.
           EXIT.

      *-----------------------
      * 3530-WRITE-REFUND-LINES -- UNDER AN ENTRY'S SALES LINE, ITS
      * REFUND AND VOID TOTAL (COUNT AND AMOUNT ALREADY IN THE
      * DETAIL LINE) AND THE NET SETTLED, NEGATIVE WHEN REFUNDS
      * OUTRAN SALES
      *-----------------------
       3530-WRITE-REFUND-LINES.
           MOVE "  REFUNDS" TO SD-TAG
           MOVE SPACES TO SD-NAME
           MOVE SETL-DETAIL-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           MOVE "  NET    " TO SD-TAG
           MOVE 0 TO SD-COUNT
           MOVE CV-SETL-NET TO SD-AMOUNT
           MOVE SETL-DETAIL-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD.
       3530-EXIT.
           EXIT.

       3540-WRITE-NET-MERCHANT.
           MOVE SPACES TO SETL-NET-MERCH-LINE
           MOVE "NETMERCH " TO SN-TAG
           MOVE CV-NM-NETWORK(CV-NM-IDX) TO SN-NETWORK
           MOVE CV-NM-CARD-TYPE(CV-NM-IDX) TO SN-CARD-TYPE
           MOVE CV-NM-MERCH-ID(CV-NM-IDX) TO SN-MERCH-ID
           MOVE CV-NM-SALE-COUNT(CV-NM-IDX) TO SN-COUNT
           MOVE CV-NM-SALE-AMOUNT(CV-NM-IDX) TO SN-SALES
           MOVE CV-NM-REFUND-AMOUNT(CV-NM-IDX) TO SN-REFUNDS
           MOVE CV-NM-FEE(CV-NM-IDX) TO SN-FEE
           MOVE SETL-NET-MERCH-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD.
       3540-EXIT.
           EXIT.

      *-----------------------
      * 3550-REPORT-REPEAT-HOTS -- A BLOCKED CARD THAT HIT MORE
      * THAN ONCE THIS BATCH IS A LIVE ATTACK, NOT A STRAY RETRY;
       3560-EXIT.
           EXIT.

      *-----------------------
      * 3570-REPORT-UNSETTLED-AUTHS -- EVERY APPROVAL ON THE LOG
      * THAT NOTHING SETTLED AGAINST AND NO REVERSAL CLOSED, WITH
      * ITS AGE, MASKED. WITH NO LOG ON FILE THE REPORT CARRIES
      * ITS HEADING AND A ZERO TOTAL.
      *-----------------------
       3570-REPORT-UNSETTLED-AUTHS.
           OPEN OUTPUT UNSETTLED-AUTH-FILE
           IF CV-AUR-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN UNSETTLED-AUTH REPORT -- "
                   "STATUS " CV-AUR-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3570-EXIT
           END-IF
           MOVE CV-RUN-DATE TO UH-RUN-DATE
           MOVE UNSET-HDR-LINE TO UNSETTLED-AUTH-RECORD
           WRITE UNSETTLED-AUTH-RECORD
           COMPUTE CV-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CV-RUN-DATE)
           IF CV-AUTH-ACTIVE
               MOVE "N" TO CV-AUW-EOF-SWITCH
               MOVE LOW-VALUES TO AW-KEY
               START AUTH-WORK-FILE KEY >= AW-KEY
                   INVALID KEY
                       SET END-OF-AUTH-WORK TO TRUE
               END-START
               PERFORM 3580-CHECK-ONE-AUTH THRU 3580-EXIT
                   UNTIL END-OF-AUTH-WORK
           END-IF
           MOVE CV-UNSET-COUNT TO UT-COUNT
           MOVE CV-UNSET-AMOUNT TO UT-AMOUNT
           MOVE UNSET-TOTAL-LINE TO UNSETTLED-AUTH-RECORD
           WRITE UNSETTLED-AUTH-RECORD
           CLOSE UNSETTLED-AUTH-FILE
           DISPLAY "  UNSETTLED AUTHS..: " CV-UNSET-COUNT.
       3570-EXIT.
           EXIT.

       3580-CHECK-ONE-AUTH.
           READ AUTH-WORK-FILE NEXT RECORD
               AT END
                   SET END-OF-AUTH-WORK TO TRUE
           END-READ
           IF END-OF-AUTH-WORK
               GO TO 3580-EXIT
           END-IF
           IF AW-SETTLED-COUNT > 0 OR AW-REVERSED
               GO TO 3580-EXIT
           END-IF
           ADD 1 TO CV-UNSET-COUNT
           ADD AW-APPROVED-AMOUNT TO CV-UNSET-AMOUNT
           MOVE AW-CARD-NUMBER TO CARD-NUMBER
           MOVE 0 TO CARD-LENGTH
           PERFORM 2085-SCAN-ONE-POSITION THRU 2085-EXIT
               VARYING CARD-SCAN-I FROM 19 BY -1
               UNTIL CARD-SCAN-I = 0
                  OR CARD-LENGTH > 0
           PERFORM 2170-MASK-CARD-NUMBER THRU 2170-EXIT
           MOVE CARD-NUMBER-MASKED TO UD-PAN-MASKED
           MOVE AW-MERCHANT-ID TO UD-MERCHANT-ID
           MOVE AW-AUTH-CODE TO UD-AUTH-CODE
           MOVE AW-APPROVED-AMOUNT TO UD-AMOUNT
           MOVE AW-AUTH-DATE TO UD-AUTH-DATE
           COMPUTE CV-AUTH-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AW-AUTH-DATE)
           COMPUTE CV-AUTH-AGE = CV-RUN-DATE-INT - CV-AUTH-DATE-INT
           IF CV-AUTH-AGE < 0
               MOVE 0 TO CV-AUTH-AGE
           END-IF
           MOVE CV-AUTH-AGE TO UD-AGE
           MOVE UNSET-DETAIL-LINE TO UNSETTLED-AUTH-RECORD
           WRITE UNSETTLED-AUTH-RECORD.
       3580-EXIT.
           EXIT.

      *-----------------------
      * 3600-FUND-MERCHANTS -- THE PAYOUT PASS: EACH ACTIVE
      * MERCHANT WITH BANKING ON THE MASTER GETS ONE ACH CREDIT
               MOVE 16 TO RETURN-CODE
               GO TO 3600-EXIT
           END-IF
           OPEN I-O MERCHANT-HISTORY-FILE
           IF CV-MHS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT HISTORY FILE -- "
                   "STATUS " CV-MHS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3600-EXIT
           END-IF
           OPEN I-O MERCHANT-RESERVE-FILE
           IF CV-RSV-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT RESERVE FILE -- "
                   "STATUS " CV-RSV-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3600-EXIT
           END-IF
           MOVE CV-RUN-DATE TO FH-RUN-DATE
           MOVE FND-HDR-LINE TO FR-LINE
           WRITE FR-LINE
           PERFORM 3640-OPEN-FUNDING-ACH THRU 3640-EXIT
           PERFORM 3625-FUND-ONE-COMPANY THRU 3625-EXIT
               VARYING CV-CO-PASS-SUB FROM 1 BY 1
               UNTIL CV-CO-PASS-SUB > CV-CO-COUNT
           PERFORM 3650-CLOSE-FUNDING-ACH THRU 3650-EXIT
           CLOSE FUNDING-REGISTER-FILE
           CLOSE CHARGEBACK-CARRY-FILE
           CLOSE MERCHANT-HISTORY-FILE
           CLOSE MERCHANT-RESERVE-FILE.
       3600-EXIT.
           EXIT.

           MOVE CV-MERCH-ID(CV-MERCH-IDX) TO FD-MERCH-ID
           MOVE CV-MERCH-NAME(CV-MERCH-IDX) TO FD-NAME
           MOVE CV-MERCH-AMOUNT(CV-MERCH-IDX) TO FD-GROSS
           MOVE CV-MERCH-REFUND-AMOUNT(CV-MERCH-IDX) TO FD-REFUNDS
           MOVE 0 TO FD-FEE
           MOVE 0 TO FD-DEBITS
           MOVE 0 TO FD-NET

      *-----------------------
      * 3620-FUND-ONE-MERCHANT -- PRICE AND PAY ONE MERCHANT'S
      * SETTLEMENT IN ITS COMPANY'S PASS; A MERCHANT OFF THE
      * MASTER, UNDER A COMPANY NOT ON THE COMPANY MASTER, NOT
      * ACTIVE, WITH NO BANKING, OR WITH AN ACCOUNT STILL IN
      * PRENOTE OR FAILED IS HELD AND LISTED, NEVER GUESSED AT
      *-----------------------
       3620-FUND-ONE-MERCHANT.
           MOVE CV-MERCH-AMOUNT(CV-MERCH-IDX) TO CV-FND-GROSS
           MOVE CV-MERCH-REFUND-AMOUNT(CV-MERCH-IDX) TO CV-FND-REFUNDS
           MOVE 0 TO CV-FND-FEE
           MOVE 0 TO CV-FND-DEBITS
           MOVE 0 TO CV-FND-NET
           MOVE 0 TO CV-FND-HELD
           MOVE 0 TO CV-FND-RELEASED
           MOVE "N" TO CV-MM-FOUND-SWITCH
           PERFORM 3622-FIND-FUNDING-MASTER THRU 3622-EXIT
               VARYING CV-MM-IDX FROM 1 BY 1
                  OR CV-MM-FOUND
           IF CV-MM-FOUND
               SET CV-MM-IDX TO CV-MM-SUB
               MOVE CV-MM-COMPANY(CV-MM-IDX) TO CV-CO-LOOKUP-CODE
           ELSE
               MOVE SPACES TO CV-CO-LOOKUP-CODE
           END-IF
           PERFORM 1380-FIND-COMPANY THRU 1380-EXIT
           MOVE CV-CO-SUB TO CV-CO-OWNER-SUB
           IF CV-CO-OWNER-SUB = 0
               MOVE CV-CO-PRIMARY-SUB TO CV-CO-OWNER-SUB
           END-IF
           IF CV-CO-OWNER-SUB NOT = CV-CO-PASS-SUB
               GO TO 3620-EXIT
           END-IF
           MOVE CV-MERCH-ID(CV-MERCH-IDX) TO FD-MERCH-ID
           MOVE CV-MERCH-NAME(CV-MERCH-IDX) TO FD-NAME
           MOVE SPACES TO MH-TRACE-ODFI
           MOVE 0 TO MH-TRACE-SEQ
           SET CV-BANK-LIVE TO TRUE
           IF CV-MM-FOUND
               PERFORM 3624-CHECK-BANK-PRENOTE THRU 3624-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT CV-MM-FOUND
                   ADD 1 TO CV-FND-COUNT-HELD
                   MOVE "NOMERCH" TO FD-NOTE
               WHEN CV-CO-SUB = 0
                   ADD 1 TO CV-FND-COUNT-HELD
                   MOVE "NOCOMP" TO FD-NOTE
               WHEN CV-MM-STATUS(CV-MM-IDX) NOT = "A"
                   ADD 1 TO CV-FND-COUNT-HELD
                   MOVE "NOTACTV" TO FD-NOTE
               WHEN CV-MM-BANK-ROUTING(CV-MM-IDX) = 0
                   ADD 1 TO CV-FND-COUNT-HELD
                   MOVE "NO BANK" TO FD-NOTE
               WHEN CV-BANK-IN-PRENOTE
                   ADD 1 TO CV-FND-COUNT-HELD
                   MOVE "PRENOTE" TO FD-NOTE
               WHEN CV-BANK-NOT-USABLE
                   ADD 1 TO CV-FND-COUNT-HELD
                   MOVE "BANKFAIL" TO FD-NOTE
               WHEN OTHER
                   PERFORM 3630-PRICE-AND-PAY THRU 3630-EXIT
           END-EVALUATE
           IF FD-NOTE NOT = "FUNDED  "
               SET CV-RSV-BACK-OUT-ONLY TO TRUE
               PERFORM 3636-APPLY-RESERVE THRU 3636-EXIT
           END-IF
           MOVE CV-FND-GROSS TO FD-GROSS
           MOVE CV-FND-REFUNDS TO FD-REFUNDS
           MOVE CV-FND-FEE TO FD-FEE
           MOVE CV-FND-DEBITS TO FD-DEBITS
           MOVE CV-FND-NET TO FD-NET
           MOVE FND-DETAIL-LINE TO FR-LINE
           WRITE FR-LINE
           IF CV-FND-HELD > 0 OR CV-FND-RELEASED > 0
               MOVE CV-FND-HELD TO FV-HELD
               MOVE CV-FND-RELEASED TO FV-RELEASED
               MOVE RV-BALANCE TO FV-BALANCE
               MOVE FND-RESERVE-LINE TO FR-LINE
               WRITE FR-LINE
           END-IF
           PERFORM 3628-WRITE-FUNDING-HISTORY THRU 3628-EXIT.
       3620-EXIT.
           EXIT.

       3622-EXIT.
           EXIT.

      *-----------------------
      * 3624-CHECK-BANK-PRENOTE -- WHETHER THE MERCHANT'S ACCOUNT
      * MAY TAKE A CREDIT TODAY. ACTIVE, OR BLANK (A RECORD LOADED
      * BEFORE THE PRENOTE FIELDS EXISTED), IS LIVE. A PRENOTE SENT
      * AT LEAST THE AGING PERIOD AGO IS LIVE EVEN BEFORE MASTER
      * MAINTENANCE MARKS IT ACTIVE; A YOUNGER ONE, OR AN ACCOUNT
      * NEVER PRENOTED, IS HELD UNTIL IT AGES. ANY OTHER STATUS IS
      * A FAILED ACCOUNT CARD SERVICES MUST RE-KEY.
      *-----------------------
       3624-CHECK-BANK-PRENOTE.
           EVALUATE CV-MM-BANK-STATUS(CV-MM-IDX)
               WHEN "A"
               WHEN SPACE
                   SET CV-BANK-LIVE TO TRUE
               WHEN "P"
                   MOVE "C" TO CV-BK-FUNCTION
                   MOVE CV-MM-BANK-EFF-DATE(CV-MM-IDX) TO CV-BK-DATE-1
                   MOVE CV-RUN-DATE TO CV-BK-DATE-2
                   CALL "BANKING-DAY" USING CV-BK-FUNCTION
                       CV-BK-DATE-1 CV-BK-DATE-2
                       CV-BK-RESULT-DATE CV-BK-RESULT-COUNT
                   IF CV-BK-RESULT-COUNT >= CV-PRENOTE-AGE-DAYS
                       SET CV-BANK-LIVE TO TRUE
                   ELSE
                       SET CV-BANK-IN-PRENOTE TO TRUE
                   END-IF
               WHEN "N"
                   SET CV-BANK-IN-PRENOTE TO TRUE
               WHEN OTHER
                   SET CV-BANK-NOT-USABLE TO TRUE
           END-EVALUATE.
       3624-EXIT.
           EXIT.

      *-----------------------
      * 3625-FUND-ONE-COMPANY -- ONE COMPANY'S PASS OVER THE
      * SETTLEMENT MERCHANTS: ITS NACHA BATCH, OPENED AT ITS FIRST
      * CREDIT, AND ITS OWN GL SEGMENT FOR WHAT IT FUNDED
      *-----------------------
       3625-FUND-ONE-COMPANY.
           MOVE "N" TO CV-CO-BATCH-SWITCH
           MOVE 0 TO CV-FND-TOT-GROSS
           MOVE 0 TO CV-FND-TOT-FEE
           MOVE 0 TO CV-FND-TOT-DEBITS
           MOVE 0 TO CV-FND-TOT-REFUNDS
           MOVE 0 TO CV-FND-TOT-NET
           MOVE 0 TO CV-FND-TOT-HELD
           MOVE 0 TO CV-FND-TOT-RELEASED
           PERFORM 3620-FUND-ONE-MERCHANT THRU 3620-EXIT
               VARYING CV-MERCH-IDX FROM 1 BY 1
               UNTIL CV-MERCH-IDX > CV-MERCH-COUNT-USED
           IF CV-CO-BATCH-OPEN
               PERFORM 3648-CLOSE-COMPANY-BATCH THRU 3648-EXIT
           END-IF
           PERFORM 3660-WRITE-FUNDING-GL THRU 3660-EXIT.
       3625-EXIT.
           EXIT.

      *-----------------------
      * 3628-WRITE-FUNDING-HISTORY -- THE MERCHANT'S DAY ON THE
      * FUNDING HISTORY, FUNDED OR HELD; A RERUN OF THE SAME DAY
      * REPLACES THE DAY'S RECORD
      *-----------------------
       3628-WRITE-FUNDING-HISTORY.
           MOVE CV-MERCH-ID(CV-MERCH-IDX) TO MH-MERCHANT-ID
           MOVE CV-RUN-DATE TO MH-FUND-DATE
           MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO MH-COMPANY-CODE
           MOVE CV-FND-GROSS TO MH-GROSS
           MOVE CV-FND-REFUNDS TO MH-REFUNDS
           MOVE CV-FND-FEE TO MH-FEE
           MOVE CV-FND-DEBITS TO MH-CHGB-DEBITS
           MOVE CV-FND-NET TO MH-NET
           MOVE FD-NOTE TO MH-NOTE
           MOVE CV-MERCH-COUNT(CV-MERCH-IDX) TO MH-SALE-COUNT
           MOVE CV-FND-HELD TO MH-RESERVE-HELD
           MOVE CV-FND-RELEASED TO MH-RESERVE-RELEASED
           WRITE MERCHANT-HISTORY-RECORD
               INVALID KEY
                   REWRITE MERCHANT-HISTORY-RECORD
           END-WRITE.
       3628-EXIT.
           EXIT.

       3630-PRICE-AND-PAY.
           ADD 1 TO CV-FND-COUNT-PAID
           PERFORM 3631-APPLY-REFUNDS THRU 3631-EXIT
           COMPUTE CV-FND-FEE ROUNDED =
               CV-FND-SALES * CV-MM-DISCOUNT-RATE(CV-MM-IDX)
           PERFORM 3632-APPLY-CHGB-DEBITS THRU 3632-EXIT
           COMPUTE CV-FND-NET =
               CV-FND-SALES - CV-FND-FEE - CV-FND-DEBITS
           SET CV-RSV-APPLY TO TRUE
           PERFORM 3636-APPLY-RESERVE THRU 3636-EXIT
           ADD CV-FND-GROSS TO CV-FND-TOT-GROSS
           ADD CV-FND-REFUNDS TO CV-FND-TOT-REFUNDS
           ADD CV-FND-FEE TO CV-FND-TOT-FEE
           ADD CV-FND-DEBITS TO CV-FND-TOT-DEBITS
           ADD CV-FND-NET TO CV-FND-TOT-NET
           ADD CV-FND-HELD TO CV-FND-TOT-HELD
           ADD CV-FND-RELEASED TO CV-FND-TOT-RELEASED
           MOVE "FUNDED  " TO FD-NOTE
           IF CV-FND-NET > 0
               PERFORM 3645-WRITE-ONE-ACH-CREDIT THRU 3645-EXIT
       3630-EXIT.
           EXIT.

      *-----------------------
      * 3631-APPLY-REFUNDS -- NET THE MERCHANT'S REFUNDS AND VOIDS
      * OUT OF ITS SALES; THE DISCOUNT FEE IS TAKEN ON WHAT IS
      * LEFT. REFUNDS BEYOND THE DAY'S SALES CARRY OVER ON THE
      * CHARGEBACK CARRY FILE AS A PENDING DEBIT (CASE ZERO), SO
      * THE NEXT CYCLE RECOVERS THEM LIKE ANY OTHER DEBIT.
      *-----------------------
       3631-APPLY-REFUNDS.
           IF CV-FND-REFUNDS > CV-FND-GROSS
               MOVE CV-MERCH-ID(CV-MERCH-IDX) TO CB-MERCHANT-ID
               COMPUTE CB-AMOUNT = CV-FND-REFUNDS - CV-FND-GROSS
               MOVE 0 TO CB-CASE-NO
               WRITE CHARGEBACK-CARRY-RECORD
               MOVE CV-FND-GROSS TO CV-FND-REFUNDS
           END-IF
           COMPUTE CV-FND-SALES = CV-FND-GROSS - CV-FND-REFUNDS.
       3631-EXIT.
           EXIT.

      *-----------------------
      * 3632-APPLY-CHGB-DEBITS -- NET THE MERCHANT'S PENDING
      * CHARGEBACK DEBITS OUT OF THE PAYOUT, UP TO WHAT THE PAYOUT
           END-IF
           SET CV-CB-IDX TO CV-CB-SUB
           COMPUTE CV-FND-CARRY =
               CV-FND-SALES - CV-FND-FEE
           IF CV-CB-AMOUNT(CV-CB-IDX) <= CV-FND-CARRY
               MOVE CV-CB-AMOUNT(CV-CB-IDX) TO CV-FND-DEBITS
               MOVE 0 TO CV-CB-AMOUNT(CV-CB-IDX)
       3634-EXIT.
           EXIT.

      *-----------------------
      * 3636-APPLY-RESERVE -- THE MERCHANT'S CHARGEBACK RESERVE, IF
      * IT HAS ONE. A RERUN OF THE SAME DAY FIRST BACKS OUT WHAT THE
      * EARLIER RUN HELD AND RELEASED. A FUNDED MERCHANT ON HOLD
      * THEN HAS ITS PERCENT OF THE DAY'S NET HELD BACK INTO THE
      * BALANCE; ONE RELEASING IS PAID THE INSTALLMENT DUE, UP TO
      * THE BALANCE, ON TOP OF THE DAY'S NET. A RESERVE RELEASED
      * TO ZERO CLOSES.
      *-----------------------
       3636-APPLY-RESERVE.
           MOVE CV-MERCH-ID(CV-MERCH-IDX) TO RV-MERCHANT-ID
           READ MERCHANT-RESERVE-FILE
               INVALID KEY
                   GO TO 3636-EXIT
           END-READ
           IF RV-LAST-FUND-DATE = CV-RUN-DATE
               COMPUTE RV-BALANCE = RV-BALANCE - RV-LAST-HELD
                   + RV-LAST-RELEASED
               SUBTRACT RV-LAST-HELD FROM RV-TOTAL-HELD
               SUBTRACT RV-LAST-RELEASED FROM RV-TOTAL-RELEASED
               ADD RV-LAST-RELEASED TO RV-RELEASE-DUE
               IF RV-CLOSED AND RV-LAST-RELEASED > 0
                   SET RV-RELEASING TO TRUE
               END-IF
               MOVE 0 TO RV-LAST-HELD
               MOVE 0 TO RV-LAST-RELEASED
           END-IF
           IF CV-RSV-BACK-OUT-ONLY
               GO TO 3636-REWRITE
           END-IF
           IF RV-HOLDING
               COMPUTE CV-FND-HELD ROUNDED =
                   CV-FND-NET * RV-PERCENT
               SUBTRACT CV-FND-HELD FROM CV-FND-NET
               ADD CV-FND-HELD TO RV-BALANCE
               ADD CV-FND-HELD TO RV-TOTAL-HELD
           END-IF
           IF RV-RELEASING AND RV-RELEASE-DUE > 0
               IF RV-RELEASE-DUE > RV-BALANCE
                   MOVE RV-BALANCE TO CV-FND-RELEASED
               ELSE
                   MOVE RV-RELEASE-DUE TO CV-FND-RELEASED
               END-IF
               ADD CV-FND-RELEASED TO CV-FND-NET
               SUBTRACT CV-FND-RELEASED FROM RV-BALANCE
               SUBTRACT CV-FND-RELEASED FROM RV-RELEASE-DUE
               ADD CV-FND-RELEASED TO RV-TOTAL-RELEASED
               IF RV-BALANCE = 0
                   MOVE 0 TO RV-RELEASE-DUE
                   SET RV-CLOSED TO TRUE
               END-IF
           END-IF
           MOVE CV-RUN-DATE TO RV-LAST-FUND-DATE
           MOVE CV-FND-HELD TO RV-LAST-HELD
           MOVE CV-FND-RELEASED TO RV-LAST-RELEASED.
       3636-REWRITE.
           REWRITE MERCHANT-RESERVE-RECORD
               INVALID KEY
                   DISPLAY "*** MERCHANT RESERVE REWRITE FAILED -- "
                       RV-MERCHANT-ID " STATUS " CV-RSV-STATUS " ***"
           END-REWRITE.
       3636-EXIT.
           EXIT.

      *-----------------------
      * 3640-OPEN-FUNDING-ACH -- THE MERCHANT FUNDING TRANSMISSION
      * OPENS LIKE EVERY NACHA FILE THE SHOP WRITES, UNDER THE
      * PRIMARY COMPANY; EACH COMPANY'S BATCH OPENS AT ITS FIRST
      * CREDIT
      *-----------------------
       3640-OPEN-FUNDING-ACH.
           OPEN OUTPUT MERCHANT-ACH-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 3640-EXIT
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
           MOVE CV-CO-ACH-ID(CV-CO-PRIMARY-SUB) TO AFH-IMMED-ORIGIN
           MOVE CV-RUN-DATE(3:6) TO AFH-CREATE-DATE
           MOVE ACH-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE CV-CO-ACH-NAME(CV-CO-PRIMARY-SUB) TO AFH-ORIGIN-NAME
           MOVE ACH-FILE-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE CV-RUN-DATE(3:6) TO ABH-DESC-DATE
           MOVE "N" TO CV-BK-FUNCTION
           MOVE CV-RUN-DATE TO CV-BK-DATE-1
           CALL "BANKING-DAY" USING CV-BK-FUNCTION
               CV-BK-DATE-1 CV-BK-DATE-2
               CV-BK-RESULT-DATE CV-BK-RESULT-COUNT
           MOVE CV-BK-RESULT-DATE(3:6) TO ABH-EFF-DATE
           MOVE ACH-ODFI-ID TO ABH-ODFI.
       3640-EXIT.
           EXIT.

       3642-OPEN-COMPANY-BATCH.
           SET CV-CO-BATCH-OPEN TO TRUE
           ADD 1 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO ACH-ENTRY-HASH
           MOVE 0 TO ACH-CREDIT-TOTAL
           MOVE CV-CO-ACH-NAME(CV-CO-PASS-SUB) TO ABH-COMPANY-NAME
           MOVE CV-CO-ACH-ID(CV-CO-PASS-SUB) TO ABH-COMPANY-ID
           MOVE ACH-BATCH-TOTAL TO ABH-BATCH-NO
           MOVE ACH-BATCH-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT.
       3642-EXIT.
           EXIT.

       3645-WRITE-ONE-ACH-CREDIT.
           IF NOT CV-CO-BATCH-OPEN
               PERFORM 3642-OPEN-COMPANY-BATCH THRU 3642-EXIT
           END-IF
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQ
           ADD 1 TO ACH-RECORD-COUNT
           MOVE CV-MM-NAME(CV-MM-IDX) TO AED-INDIV-NAME
           MOVE ACH-ODFI-ID TO AED-TRACE-ODFI
           MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
           MOVE ACH-ODFI-ID TO MH-TRACE-ODFI
           MOVE ACH-TRACE-SEQ TO MH-TRACE-SEQ
           MOVE ACH-ENTRY-DETAIL TO DD-RECORD
           WRITE DD-RECORD.
       3645-EXIT.
           EXIT.

       3648-CLOSE-COMPANY-BATCH.
           MOVE ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
           MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE 0 TO ABC-TOTAL-DEBIT
           MOVE ACH-CREDIT-TOTAL TO ABC-TOTAL-CREDIT
           MOVE CV-CO-ACH-ID(CV-CO-PASS-SUB) TO ABC-COMPANY-ID
           MOVE ACH-ODFI-ID TO ABC-ODFI
           MOVE ACH-BATCH-TOTAL TO ABC-BATCH-NO
           MOVE ACH-BATCH-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           ADD ACH-ENTRY-COUNT TO ACH-FILE-ENTRY-COUNT
           ADD ACH-ENTRY-HASH TO ACH-FILE-ENTRY-HASH
           ADD ACH-CREDIT-TOTAL TO ACH-FILE-CREDIT-TOTAL
           MOVE "N" TO CV-CO-BATCH-SWITCH.
       3648-EXIT.
           EXIT.

       3650-CLOSE-FUNDING-ACH.
           MOVE ACH-BATCH-TOTAL TO AFC-BATCH-COUNT
           MOVE ACH-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-TOTAL-DEBIT
           MOVE ACH-FILE-CREDIT-TOTAL TO AFC-TOTAL-CREDIT
           ADD 1 TO ACH-RECORD-COUNT
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
           MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
           EXIT.

      *-----------------------
      * 3660-WRITE-FUNDING-GL -- THE COMPANY'S FUNDED FIGURES AS A
      * BALANCED, TRAILED SEGMENT ON THE SHARED EXTRACT, EVERY LINE
      * CARRYING THE COMPANY CODE: A SETTLEMENT-
      * CLEARING DEBIT FOR THE FUNDED GROSS SALES AGAINST CREDITS
      * FOR THE REFUNDS AND VOIDS NETTED OUT (THEIR OWN LINE TYPE),
      * FEE INCOME, THE FUNDING PAYABLE, AND THE CHARGEBACK
      * CLEARING. CHARGEBACK RESERVE HELD BACK IS CREDITED TO THE
      * RESERVE LIABILITY AND RESERVE RELEASED DEBITED FROM IT, SO
      * THE SEGMENT'S DEBITS ARE THE GROSS PLUS THE RELEASES --
      * GL-POSTING PROVES AND POSTS IT LIKE ANY OTHER SEGMENT
      *-----------------------
       3660-WRITE-FUNDING-GL.
           IF CV-FND-TOT-GROSS = 0 AND CV-FND-TOT-RELEASED = 0
               GO TO 3660-EXIT
           END-IF
           COMPUTE CV-FND-TOT-PROOF =
               CV-FND-TOT-GROSS + CV-FND-TOT-RELEASED
           OPEN EXTEND GL-EXTRACT-FILE
           IF CV-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
           MOVE 0 TO CV-GLT-HASH
           MOVE SPACES TO GL-RECORD
           MOVE CV-RUN-DATE TO GL-RUN-DATE
           MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "J" TO GL-RECORD-TYPE
           MOVE GL-SETL-CLEARING-ACCT TO GL-ACCOUNT-CODE
           MOVE "CARDSETL" TO GL-DEPARTMENT
           WRITE GL-RECORD
           ADD 1 TO CV-GLT-COUNT
           ADD GL-AMOUNT TO CV-GLT-HASH
           IF CV-FND-TOT-RELEASED > 0
               MOVE SPACES TO GL-RECORD
               MOVE CV-RUN-DATE TO GL-RUN-DATE
               MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-MERCH-RESERVE-ACCT TO GL-ACCOUNT-CODE
               MOVE "CHGBRSV" TO GL-DEPARTMENT
               MOVE "D" TO GL-DRCR-FLAG
               MOVE "RESERV" TO GL-LINE-TYPE
               MOVE CV-FND-TOT-RELEASED TO GL-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO CV-GLT-COUNT
               ADD GL-AMOUNT TO CV-GLT-HASH
           END-IF
           IF CV-FND-TOT-HELD > 0
               MOVE SPACES TO GL-RECORD
               MOVE CV-RUN-DATE TO GL-RUN-DATE
               MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-MERCH-RESERVE-ACCT TO GL-ACCOUNT-CODE
               MOVE "CHGBRSV" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "RESERV" TO GL-LINE-TYPE
               MOVE CV-FND-TOT-HELD TO GL-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO CV-GLT-COUNT
               ADD GL-AMOUNT TO CV-GLT-HASH
           END-IF
           IF CV-FND-TOT-REFUNDS > 0
               MOVE SPACES TO GL-RECORD
               MOVE CV-RUN-DATE TO GL-RUN-DATE
               MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-SETL-CLEARING-ACCT TO GL-ACCOUNT-CODE
               MOVE "CARDRFND" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "REFUND" TO GL-LINE-TYPE
               MOVE CV-FND-TOT-REFUNDS TO GL-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO CV-GLT-COUNT
               ADD GL-AMOUNT TO CV-GLT-HASH
           END-IF
           IF CV-FND-TOT-FEE > 0
               MOVE SPACES TO GL-RECORD
               MOVE CV-RUN-DATE TO GL-RUN-DATE
               MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-FEE-INCOME-ACCT TO GL-ACCOUNT-CODE
               MOVE "CARDFEES" TO GL-DEPARTMENT
           IF CV-FND-TOT-DEBITS > 0
               MOVE SPACES TO GL-RECORD
               MOVE CV-RUN-DATE TO GL-RUN-DATE
               MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-CHGB-CLEARING-ACCT TO GL-ACCOUNT-CODE
               MOVE "CHGBACK" TO GL-DEPARTMENT
           IF CV-FND-TOT-NET > 0
               MOVE SPACES TO GL-RECORD
               MOVE CV-RUN-DATE TO GL-RUN-DATE
               MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-FUNDING-PAYABLE-ACCT TO GL-ACCOUNT-CODE
               MOVE "MERCHPAY" TO GL-DEPARTMENT
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE CV-RUN-DATE TO GL-RUN-DATE
           MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE CV-FND-TOT-PROOF TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE CV-RUN-DATE TO GL-RUN-DATE
           MOVE CV-CO-CODE(CV-CO-PASS-SUB) TO GL-COMPANY-CODE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE CV-FND-TOT-PROOF TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO CV-GLT-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
               MOVE "MERCHACH" TO XT-FILE-NAME
               MOVE "O" TO XT-DIRECTION
               MOVE ACH-RECORD-COUNT TO XT-COUNT
               COMPUTE XT-HASH = ACH-FILE-CREDIT-TOTAL / 100
               MOVE "P" TO XT-STATUS
               MOVE RETURN-CODE TO XT-CODE
               CALL "TRANSMISSION-LOG" USING XT-FILE-NAME
           EXIT.

       9000-TERMINATE.
           MOVE CV-COUNT-READ TO JV-RECORDS-READ
           MOVE CV-COUNT-PASSED TO JV-RECORDS-WRITTEN
           COMPUTE JV-RECORDS-REJECTED =
               CV-COUNT-READ - CV-COUNT-PASSED
           MOVE 0 TO JV-AMOUNT-TOTAL
           PERFORM 9100-ADD-NETWORK-AMOUNT THRU 9100-EXIT
               VARYING CV-NET-IDX FROM 1 BY 1
               UNTIL CV-NET-IDX > CV-NET-COUNT-USED
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME CV-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
      * A BATCH THAT RAN TO END OF FILE RESETS THE CHECKPOINT SO
      * THE NEXT DAY'S RUN STARTS FRESH; A DELIBERATE PARTIAL RUN
      * DOES NOT EXIST HERE, SO END-OF-FILE IS THE ONLY CLEAN END
           CLOSE CARD-ACTIVITY-FILE
           CLOSE EXPIRING-SOON-FILE
           CLOSE SEEN-CARDS-FILE
           CLOSE HOT-CARDS-FILE
           CLOSE AUTH-WORK-FILE.
       9000-EXIT.
           EXIT.

      * THE STEP'S AMOUNT FOR THE JOB LOG -- APPROVED GROSS SETTLED,
      * ALL NETWORKS
       9100-ADD-NETWORK-AMOUNT.
           ADD CV-NET-AMOUNT(CV-NET-IDX) TO JV-AMOUNT-TOTAL.
       9100-EXIT.
           EXIT.
