      *-----------------------
      * SETLNM -- CARD SETTLEMENT NETWORK/MERCHANT LINE LAYOUT
      * ------------------------------------------------------------
      * ONE LINE ON THE CARD BATCH'S SETTLEMENT FILE (CARDSETL) PER
      * NETWORK, CARD TYPE AND MERCHANT THE DAY SETTLED: THE SALE
      * COUNT, THE SALES AND THE REFUNDS AND VOIDS APPROVED, AND THE
      * INTERCHANGE WE EXPECT THE PROCESSOR TO TAKE AT THE BIN
      * RANGE'S PRICING (NEGATIVE WHEN CREDITS OUTRAN SALES). THE
      * LINES FOLLOW THE NETWORK AND MERCHANT TOTALS, AND ARE WHAT
      * THE PROCESSOR SETTLEMENT RECONCILIATION MATCHES AGAINST.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  SETL-NET-MERCH-LINE.
           05  SN-TAG                   PIC X(09).
               88  SN-IS-NET-MERCH          VALUE "NETMERCH ".
           05  SN-NETWORK               PIC X(10).
           05  SN-CARD-TYPE             PIC X(01).
           05  FILLER                   PIC X(01).
           05  SN-MERCH-ID              PIC X(08).
           05  FILLER                   PIC X(01).
           05  SN-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01).
           05  SN-SALES                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01).
           05  SN-REFUNDS               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01).
           05  SN-FEE                   PIC ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03).
