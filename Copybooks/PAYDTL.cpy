      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-09-02  JCM  FIRST VERSION.
      * 2026-10-15  JCM  ADDED THE "E" EARNINGS-CODE LINE, ONE PER
      *                  CODE PAID, SO STUBS AND ADVICES SHOW EACH
      *                  CODE'S HOURS AND PAY.
      *-----------------------
       01  PAY-DETAIL-RECORD.
           05  PD-RECORD-TYPE           PIC X(01).
               88  PD-PAY-LINE              VALUE "P".
               88  PD-DED-LINE              VALUE "D".
               88  PD-ACH-LINE              VALUE "A".
               88  PD-ERN-LINE              VALUE "E".
           05  PD-EMP-ID                PIC 9(05).
           05  PD-RUN-DATE              PIC 9(08).
           05  PD-DATA                  PIC X(60).
               10  PD-ACH-AMOUNT        PIC 9(07)V9(02).
               10  PD-ACH-TRAN-CODE     PIC X(02).
               10  FILLER               PIC X(32).
      * ONE "E" LINE PER EARNINGS CODE PAID, ALREADY IN PD-GROSS.
      * PD-ERN-TAXABLE "N" MARKS A CODE KEPT OUT OF THE WITHHOLDING
      * BASE (A REIMBURSEMENT)
           05  PD-ERN-DATA REDEFINES PD-DATA.
               10  PD-ERN-CODE          PIC X(03).
               10  PD-ERN-DESC          PIC X(20).
               10  PD-ERN-HOURS         PIC 9(04)V9(02).
               10  PD-ERN-AMOUNT        PIC 9(07)V9(02).
               10  PD-ERN-TAXABLE       PIC X(01).
               10  FILLER               PIC X(21).
