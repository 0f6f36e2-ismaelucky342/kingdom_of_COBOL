      *-----------------------
      * PROCSETL -- PROCESSOR SETTLEMENT REPORT RECORD LAYOUT
      * ------------------------------------------------------------
      * THE CARD PROCESSOR'S INBOUND SETTLEMENT FILE, IN THEIR
      * FORMAT: ONE HEADER ("H") WITH THE SETTLEMENT DATE AND THEIR
      * PROCESSOR ID, ONE DETAIL ("D") PER BATCH DATE, NETWORK, CARD
      * TYPE AND MERCHANT THEY CLEARED -- SALES, REFUNDS, THE
      * INTERCHANGE THEY TOOK AND THE NET THEY DEPOSITED -- AND ONE
      * TRAILER ("T") WITH THE DETAIL COUNT AND THE SUM OF THE
      * DETAIL SALE AMOUNTS AS A HASH. A VOIDED SALE NEVER CLEARS,
      * SO IT APPEARS ON NEITHER SIDE OF A DETAIL.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  PROCESSOR-SETTLEMENT-RECORD.
           05  PS-RECORD-TYPE           PIC X(01).
               88  PS-HEADER                VALUE "H".
               88  PS-DETAIL                VALUE "D".
               88  PS-TRAILER               VALUE "T".
           05  PS-SETTLE-DATE           PIC 9(08).
           05  PS-DETAIL-AREA.
               10  PS-NETWORK           PIC X(10).
               10  PS-CARD-TYPE         PIC X(01).
               10  PS-MERCH-ID          PIC X(08).
               10  PS-SALE-COUNT        PIC 9(07).
               10  PS-SALE-AMOUNT       PIC 9(11)V9(02).
               10  PS-REFUND-COUNT      PIC 9(07).
               10  PS-REFUND-AMOUNT     PIC 9(11)V9(02).
               10  PS-INTERCHANGE       PIC S9(09)V9(02)
                                        SIGN IS LEADING SEPARATE.
               10  PS-NET-DEPOSIT       PIC S9(11)V9(02)
                                        SIGN IS LEADING SEPARATE.
               10  FILLER               PIC X(06).
           05  PS-HEADER-AREA REDEFINES PS-DETAIL-AREA.
               10  PS-PROCESSOR-ID      PIC X(10).
               10  FILLER               PIC X(81).
           05  PS-TRAILER-AREA REDEFINES PS-DETAIL-AREA.
               10  PS-DETAIL-COUNT      PIC 9(07).
               10  PS-HASH-TOTAL        PIC 9(13)V9(02).
               10  FILLER               PIC X(69).
