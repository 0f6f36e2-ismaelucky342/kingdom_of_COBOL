      *-----------------------
      * ERNCODE -- EARNINGS-CODE MASTER RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER EARNINGS CODE A TIMESHEET LINE MAY CARRY IN
      * ADDITION TO ITS REGULAR AND OVERTIME HOURS (SHIFT
      * DIFFERENTIAL, HOLIDAY, COMMISSION, REIMBURSEMENT). THE PAY
      * CYCLE PRICES EACH CODE BY EC-RATE-METHOD:
      *   "H"  CODED HOURS X HOURLY RATE X EC-RATE-FACTOR
      *        (HOLIDAY AT 1.5000, PREMIUM PAY)
      *   "D"  CODED HOURS X EC-RATE-AMOUNT PER HOUR
      *        (SHIFT DIFFERENTIAL AT 1.2500 AN HOUR)
      *   "P"  KEYED AMOUNT X EC-RATE-FACTOR
      *        (COMMISSION AT 0.0500 OF KEYED SALES)
      *   "A"  KEYED AMOUNT AS GIVEN (REIMBURSEMENT, BONUS)
      * EC-TAXABLE "N" KEEPS THE CODE OUT OF THE WITHHOLDING AND
      * EMPLOYER-TAX BASE (AN ACCOUNTABLE-PLAN REIMBURSEMENT). THE
      * CODE'S PAY IS JOURNALED AS AN EC-GL-ACCOUNT DEBIT IN PLACE
      * OF THE DEPARTMENT'S GROSS-WAGE ACCOUNT.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  EARNINGS-CODE-RECORD.
           05  EC-EARN-CODE             PIC X(03).
           05  EC-DESCRIPTION           PIC X(20).
           05  EC-RATE-METHOD           PIC X(01).
               88  EC-METHOD-HOURS-FACTOR   VALUE "H".
               88  EC-METHOD-HOURS-AMOUNT   VALUE "D".
               88  EC-METHOD-PERCENT        VALUE "P".
               88  EC-METHOD-AMOUNT         VALUE "A".
               88  EC-METHOD-VALID          VALUE "H" "D" "P" "A".
           05  EC-RATE-FACTOR           PIC 9V9(04).
           05  EC-RATE-AMOUNT           PIC 9(03)V9(04).
           05  EC-TAXABLE               PIC X(01).
               88  EC-IS-TAXABLE            VALUE "Y".
               88  EC-IS-NONTAXABLE         VALUE "N".
           05  EC-GL-ACCOUNT            PIC X(06).
