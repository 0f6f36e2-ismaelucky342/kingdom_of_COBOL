      *                  PER DEPARTMENT PER TAX, SO THE JOURNAL
      *                  CARRIES THE WHOLE COST OF PAYROLL AND NOT
      *                  JUST THE EMPLOYEE-SIDE FIGURES.
      * 2026-10-15  JCM  ADDED THE "ACCRUE" LINE TYPE FOR THE MONTH-END
      *                  WAGE ACCRUAL: EXPENSE DEBITS BY DEPARTMENT
      *                  AND ACCRUED-LIABILITY CREDITS DATED THE
      *                  MONTH'S LAST DAY, AND THE SAME LINES WITH
      *                  DEBIT AND CREDIT SWAPPED DATED THE NEXT
      *                  MONTH'S FIRST DAY TO REVERSE THEM.
      * 2026-10-15  JCM  ADDED THE "STALE" LINE TYPE (A STALE-DATED
      *                  CHECK MOVED FROM CASH CLEARING TO UNCLAIMED
      *                  WAGES) AND THE "ESCHT" LINE TYPE (UNCLAIMED
      *                  WAGES REMITTED TO THE STATE), BOTH WRITTEN BY
      *                  THE STALE-CHECK RUN.
      * 2026-10-15  JCM  ADDED THE "REVRSL" LINE TYPE FOR THE ACH
      *                  REVERSAL RUN: THE RECOVERED NET PAY DEBITED
      *                  BACK TO NET-PAY CLEARING AND CREDITED TO EACH
      *                  DEPARTMENT'S EXPENSE ACCOUNT.
      * 2026-10-15  JCM  ADDED THE "MATCH" LINE TYPE FOR THE EMPLOYER
      *                  RETIREMENT-PLAN MATCH: ONE EXPENSE DEBIT AND
      *                  ONE PLAN-LIABILITY CREDIT PER DEPARTMENT PER
      *                  MATCH FORMULA.
      * 2026-10-15  JCM  ADDED GL-COMPANY-CODE, THE COMPANY THE LINE
      *                  BELONGS TO, SO GL POSTING CAN CARRY IT TO
      *                  THAT COMPANY'S LEDGER ENTITY. BLANK (A WRITER
      *                  THAT DOES NOT SET IT, OR A PROOF LINE) MEANS
      *                  THE PRIMARY COMPANY "01". ADDED AT THE END SO
      *                  EXISTING FIELD OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED THE "REFUND" LINE TYPE FOR CARD REFUNDS
      *                  AND VOIDS NETTED OUT OF MERCHANT FUNDING,
      *                  JOURNALED APART FROM THE SALES GROSS.
      * 2026-10-15  JCM  ADDED THE "RESERV" LINE TYPE FOR THE MERCHANT
      *                  CHARGEBACK RESERVE: THE HOLDBACK CREDITED TO,
      *                  AND THE RELEASE DEBITED FROM, THE RESERVE
      *                  LIABILITY OUT OF MERCHANT FUNDING.
      * 2026-10-15  JCM  ADDED THE "QCOST" LINE TYPE FOR THE MONTHLY
      *                  COST OF QUALITY: SCRAP AND REWORK EXPENSE
      *                  DEBITED BY DEPARTMENT, INVENTORY CREDITED.
      * 2026-10-15  JCM  ADDED THE "ALLOC" LINE TYPE FOR THE MONTH-END
      *                  OVERHEAD ALLOCATION: A SHARED-SERVICE
      *                  DEPARTMENT'S POOL CREDITED OUT AND EACH
      *                  TARGET DEPARTMENT'S SHARE DEBITED.
      *-----------------------
       01  GL-RECORD.
           05  GL-RUN-DATE              PIC 9(08).
               88  GL-LINE-DEDUCT           VALUE "DEDUCT".
               88  GL-LINE-NET              VALUE "NET   ".
               88  GL-LINE-EMPLR            VALUE "EMPLTX".
               88  GL-LINE-ACCRUAL          VALUE "ACCRUE".
               88  GL-LINE-STALE            VALUE "STALE ".
               88  GL-LINE-ESCHEAT          VALUE "ESCHT ".
               88  GL-LINE-REVERSAL         VALUE "REVRSL".
               88  GL-LINE-MATCH            VALUE "MATCH ".
               88  GL-LINE-REFUND           VALUE "REFUND".
               88  GL-LINE-RESERVE          VALUE "RESERV".
               88  GL-LINE-QUALITY          VALUE "QCOST ".
               88  GL-LINE-ALLOCATION       VALUE "ALLOC ".
           05  FILLER                   PIC X(01).
           05  GL-AMOUNT                PIC 9(09)V9(02).
           05  FILLER                   PIC X(01).
           05  GL-COMPANY-CODE          PIC X(02).
