      *-----------------------
      * FINPAY -- FINAL-PAY SETTLEMENT RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER TERMINATION SETTLED BY THE FINAL-PAY RUN,
      * KEYED BY EMPLOYEE AND THE TERMINATION DATE IT SETTLED (A
      * REHIRED AND AGAIN TERMINATED EMPLOYEE GETS A SECOND RECORD).
      * STATUS "P" IS A FINAL PAYMENT HANDED TO THE SUPPLEMENTAL RUN
      * (OR A TERMINATION WITH NOTHING OWED, CLOSED AT ZERO); "X" IS
      * A TERMINATION THAT COULD NOT BE SETTLED BY THE RUN BECAUSE
      * THE EMPLOYEE WAS NO LONGER ON THE MASTER. THE PAY CYCLE READS
      * IT SO A SETTLED EMPLOYEE IS NOT PAID THE LAST PERIOD AGAIN.
      * FN-ENROLL-OPEN COUNTS DEDUCTION ENROLLMENTS KEPT ONLY UNTIL
      * THE REMITTANCE RUN CLEARS THEIR WITHHELD BALANCE; EACH
      * FINAL-PAY RUN RETRIES THEM UNTIL IT IS ZERO.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  FINAL-PAY-RECORD.
           05  FN-KEY.
               10  FN-EMP-ID            PIC 9(05).
               10  FN-TERM-DATE         PIC 9(08).
           05  FN-STATUS                PIC X(01).
               88  FN-STATUS-PAID           VALUE "P".
               88  FN-STATUS-CLOSED         VALUE "X".
           05  FN-DUE-DATE              PIC 9(08).
           05  FN-PAID-DATE             PIC 9(08).
           05  FN-LAST-PAY              PIC 9(07)V9(02).
           05  FN-VAC-HOURS             PIC 9(04)V9(02).
           05  FN-VAC-PAY               PIC 9(07)V9(02).
           05  FN-SICK-HOURS            PIC 9(04)V9(02).
           05  FN-SICK-PAY              PIC 9(07)V9(02).
           05  FN-GROSS                 PIC 9(07)V9(02).
           05  FN-ENROLL-OPEN           PIC 9(02).
