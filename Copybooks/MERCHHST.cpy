      *-----------------------
      * MERCHHST -- MERCHANT FUNDING-HISTORY RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER MERCHANT PER FUNDING DAY, KEYED BY MERCHANT
      * ID AND FUNDING (BUSINESS) DATE. WRITTEN BY THE CARD BATCH AS
      * EACH SETTLEMENT MERCHANT IS FUNDED OR HELD, AND READ BY THE
      * MONTH-END MERCHANT STATEMENT. A RERUN OF THE SAME DAY
      * REPLACES THE DAY'S RECORD. A HELD MERCHANT CARRIES ITS GROSS
      * AND REFUNDS WITH ZERO FEE, DEBITS AND NET, AND THE HOLD
      * REASON IN MH-NOTE. MH-ACH-TRACE IS THE TRACE NUMBER OF THE
      * MERCHACH CREDIT THAT PAID THE NET (SPACES AND ZERO WHEN
      * NOTHING WAS SENT).
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      * 2026-10-15  JCM  ADDED MH-SALE-COUNT (THE DAY'S SETTLED SALE
      *                  COUNT) AND MH-RESERVE-HELD/MH-RESERVE-RELEASED
      *                  (THE RESERVE HOLDBACK TAKEN FROM, AND RELEASE
      *                  PAID INTO, THE DAY'S NET). ADDED AT THE END SO
      *                  EXISTING FIELD OFFSETS DO NOT MOVE.
      *-----------------------
       01  MERCHANT-HISTORY-RECORD.
           05  MH-KEY.
               10  MH-MERCHANT-ID       PIC X(08).
               10  MH-FUND-DATE         PIC 9(08).
           05  MH-COMPANY-CODE          PIC X(02).
           05  MH-GROSS                 PIC 9(09)V9(02).
           05  MH-REFUNDS               PIC 9(09)V9(02).
           05  MH-FEE                   PIC 9(09)V9(02).
           05  MH-CHGB-DEBITS           PIC 9(09)V9(02).
           05  MH-NET                   PIC 9(09)V9(02).
           05  MH-ACH-TRACE.
               10  MH-TRACE-ODFI        PIC X(08).
               10  MH-TRACE-SEQ         PIC 9(07).
           05  MH-NOTE                  PIC X(08).
               88  MH-FUNDED                VALUE "FUNDED  ".
           05  MH-SALE-COUNT            PIC 9(07).
           05  MH-RESERVE-HELD          PIC 9(09)V9(02).
           05  MH-RESERVE-RELEASED      PIC 9(09)V9(02).
