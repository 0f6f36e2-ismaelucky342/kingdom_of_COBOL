      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-08-22  JCM  FIRST VERSION.
      * 2026-10-15  JCM  ADDED THE TRANSACTION TYPE (SALE, REFUND, VOID,
      *                  REVERSAL), THE TRANSACTION'S OWN REFERENCE AND
      *                  THE ORIGINAL TRANSACTION'S REFERENCE, SO A
      *                  RESUBMITTED REFUND GOES BACK OUT AS A REFUND.
      *                  ADDED AT THE END SO EXISTING OFFSETS DO NOT
      *                  MOVE.
      * 2026-10-15  JCM  ADDED THE AUTHORIZATION CODE THE TRANSACTION
      *                  CAME IN WITH.
      *-----------------------
       01  CARD-EXCEPTION-RECORD.
           05  CX-DATE                  PIC 9(08).
           05  CX-MERCHANT-ID           PIC X(08).
           05  CX-NETWORK               PIC X(10).
           05  CX-REASON                PIC X(08).
           05  CX-TRAN-TYPE             PIC X(01).
           05  CX-REFERENCE             PIC X(12).
           05  CX-ORIG-REFERENCE        PIC X(12).
           05  CX-AUTH-CODE             PIC X(06).
