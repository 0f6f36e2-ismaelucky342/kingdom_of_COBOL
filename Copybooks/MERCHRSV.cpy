      *-----------------------
      * MERCHRSV -- MERCHANT CHARGEBACK RESERVE BALANCE RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER MERCHANT EVER PLACED ON RESERVE, KEYED BY
      * MERCHANT ID. THE MONTHLY CHARGEBACK RISK REVIEW OPENS THE
      * RECORD WHEN A MERCHANT'S RATIO RUNS EXCESSIVE, COUNTS THE
      * CLEAN MONTHS AFTER IT RECOVERS, AND SCHEDULES THE RELEASE
      * IN EQUAL MONTHLY INSTALLMENTS. THE CARD BATCH'S FUNDING PASS
      * HOLDS RV-PERCENT OF EACH DAY'S NET BACK WHILE THE RECORD IS
      * HOLDING, AND PAYS RV-RELEASE-DUE OUT WHILE IT IS RELEASING.
      * RV-LAST-FUND-DATE, RV-LAST-HELD AND RV-LAST-RELEASED ARE THE
      * FUNDING PASS'S OWN LAST ACTIVITY, SO A RERUN OF THE SAME DAY
      * BACKS IT OUT BEFORE APPLYING THE DAY AGAIN. RV-LAST-REVIEW
      * IS THE LAST MONTH (CCYYMM) THE RISK REVIEW APPLIED, SO A
      * RERUN OF THE SAME MONTH CHANGES NOTHING.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  MERCHANT-RESERVE-RECORD.
           05  RV-MERCHANT-ID           PIC X(08).
           05  RV-STATUS                PIC X(01).
               88  RV-HOLDING               VALUE "H".
               88  RV-RELEASING             VALUE "R".
               88  RV-CLOSED                VALUE "C".
           05  RV-PERCENT               PIC 9V9(04).
           05  RV-BALANCE               PIC 9(09)V9(02).
           05  RV-OPENED-DATE           PIC 9(08).
           05  RV-LAST-REVIEW           PIC 9(06).
           05  RV-CLEAN-MONTHS          PIC 9(02).
           05  RV-INSTALLMENT           PIC 9(09)V9(02).
           05  RV-RELEASE-DUE           PIC 9(09)V9(02).
           05  RV-TOTAL-HELD            PIC 9(11)V9(02).
           05  RV-TOTAL-RELEASED        PIC 9(11)V9(02).
           05  RV-LAST-FUND-DATE        PIC 9(08).
           05  RV-LAST-HELD             PIC 9(09)V9(02).
           05  RV-LAST-RELEASED         PIC 9(09)V9(02).
