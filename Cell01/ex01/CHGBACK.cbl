      *                  past the break table land in a trailing
      *                  ungrouped section. The old case-number
      *                  walk interleaved every merchant's cases.
      * 2026-10-15  JCM  The merchant master layout picks up the
      *                  merchant's company code (MM-COMPANY-CODE),
      *                  matching the card batch's.
      * 2026-10-15  JCM  The card activity layout picks up the card's
      *                  last sale and its refunds (CA-SALE-DATE through
      *                  CA-SALE-REFUNDED), matching the card batch's.
      * 2026-10-15  JCM  The merchant master layout picks up the bank
      *                  prenote status and date (MM-BANK-STATUS,
      *                  MM-BANK-EFF-DATE), matching the card batch's.
      * 2026-10-15  JCM  Merchant master layout carries the legal name,
      *                  TIN type and taxpayer ID added on the end for
      *                  the year-end information return; not used here.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  CA-WINDOW-START         PIC 9(08).
           05  CA-WINDOW-COUNT         PIC 9(05).
           05  CA-LAST-SEEN            PIC 9(08).
           05  CA-SALE-DATE            PIC 9(08).
           05  CA-SALE-AMOUNT          PIC 9(07)V9(02).
           05  CA-SALE-MERCHANT-ID     PIC X(08).
           05  CA-SALE-REFERENCE       PIC X(12).
           05  CA-SALE-REFUNDED        PIC 9(07)V9(02).

       FD  MERCHANT-MASTER-FILE.
       01  MERCHANT-MASTER-RECORD.
           05  MM-BANK-ROUTING         PIC 9(09).
           05  MM-BANK-ACCOUNT         PIC 9(12).
           05  MM-DISCOUNT-RATE        PIC 9V9(04).
           05  MM-COMPANY-CODE         PIC X(02).
           05  MM-BANK-STATUS          PIC X(01).
           05  MM-BANK-EFF-DATE        PIC 9(08).
           05  MM-LEGAL-NAME           PIC X(40).
           05  MM-TIN-TYPE             PIC X(01).
           05  MM-TAXPAYER-ID          PIC X(09).

      * THE DEBIT THE NEXT FUNDING CYCLE NETS OUT OF THE PAYOUT --
      * SAME LAYOUT THE FUNDING PASS READS
