      *-----------------------
      * REVLOG -- ACH REVERSAL LOG RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER PAY DATE WHOSE DEPOSITS THE ACH-REVERSAL RUN
      * PULLED BACK, KEYED BY EMPLOYEE AND THE ORIGINAL PAY RUN
      * DATE. THE RUN REFUSES A PAY DATE ALREADY ON FILE, SO ONE
      * ERRONEOUS PAYMENT CAN NEVER BE DEBITED FROM THE EMPLOYEE'S
      * ACCOUNT TWICE. RL-AMOUNT IS THE TOTAL OF THE REVERSING
      * DEBITS SENT (ONE PER ORIGINAL DEPOSIT ENTRY) AND THE AMOUNT
      * BACKED OUT OF THE MASTER'S YTD AND THE PAY-HISTORY RECORD.
      * RL-REASON: "DUP" DUPLICATED PAYMENT, "AMT" WRONG AMOUNT,
      * "TRM" TERMINATED EMPLOYEE PAID IN ERROR.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  ACH-REVERSAL-RECORD.
           05  RL-KEY.
               10  RL-EMP-ID            PIC 9(05).
               10  RL-RUN-DATE          PIC 9(08).
           05  RL-REASON                PIC X(03).
               88  RL-REASON-DUPLICATE      VALUE "DUP".
               88  RL-REASON-AMOUNT         VALUE "AMT".
               88  RL-REASON-TERMINATED     VALUE "TRM".
           05  RL-REVERSAL-DATE         PIC 9(08).
           05  RL-EFF-DATE              PIC 9(08).
           05  RL-ENTRY-COUNT           PIC 9(02).
           05  RL-AMOUNT                PIC 9(07)V9(02).
           05  RL-DEPARTMENT            PIC X(10).
           05  RL-OPERATOR-ID           PIC X(08).
