      *-----------------------
      * COMPANY -- COMPANY (LEGAL ENTITY) MASTER RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER EMPLOYING LEGAL ENTITY RUN ON THIS SYSTEM.
      * CO-COMPANY-CODE IS THE CODE CARRIED ON THE EMPLOYEE,
      * DEDUCTION AND MERCHANT MASTERS AND ON THE GL EXTRACT; A
      * BLANK CODE ON ANY OF THOSE IS THE PRIMARY COMPANY "01", SO
      * RECORDS CONVERTED BEFORE THE CODE EXISTED STAY WHERE THEY
      * WERE. THE PAY RUNS SEND EACH COMPANY'S DEPOSITS AS ITS OWN
      * NACHA BATCH UNDER CO-ACH-COMPANY-ID / CO-ACH-COMPANY-NAME,
      * FUNDED FROM CO-FUND-ROUTING / CO-FUND-ACCOUNT. GL POSTING
      * CARRIES THE COMPANY'S LINES TO ITS CO-GL-ENTITY BALANCES.
      * A RUN WITH NO COMPANY MASTER ON FILE TREATS EVERYTHING AS
      * THE PRIMARY COMPANY UNDER THE ORIGINAL CONSTANTS.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  COMPANY-RECORD.
           05  CO-COMPANY-CODE          PIC X(02).
               88  CO-PRIMARY-COMPANY       VALUE "01".
           05  CO-LEGAL-NAME            PIC X(30).
           05  CO-FEDERAL-TAX-ID        PIC X(09).
           05  CO-STATE-TAX-ID          PIC X(12).
           05  CO-ACH-COMPANY-ID        PIC X(10).
           05  CO-ACH-COMPANY-NAME      PIC X(16).
           05  CO-FUND-ROUTING          PIC 9(09).
           05  CO-FUND-ACCOUNT          PIC 9(12).
           05  CO-GL-ENTITY             PIC X(02).
