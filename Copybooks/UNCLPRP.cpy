      *-----------------------
      * UNCLPRP -- UNCLAIMED-PROPERTY REGISTER RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER STALE-DATED PAYROLL CHECK THE STALE-CHECK RUN
      * VOIDED, KEYED BY EMPLOYEE AND CHECK NUMBER SO THE REGISTER
      * READS BY OWNER. THE AMOUNT SITS IN THE UNCLAIMED-WAGES
      * LIABILITY ACCOUNT WHILE THE STATUS IS "H" (HELD); THE ANNUAL
      * HOLDER RUN REPORTS IT TO UP-STATE ONCE UP-DORMANT-DATE HAS
      * PASSED, REMITS IT, AND MARKS IT "R" WITH THE REMITTANCE DATE
      * AND THE REPORT YEAR. UP-STATE AND UP-DORMANT-DATE ARE SET
      * FROM THE WORK LOCATION'S ESCHEAT RULE WHEN THE CHECK IS
      * VOIDED; THE HOLDER RUN RE-READS THE RULE (A CORRECTED RULE
      * APPLIES) AND STORES WHAT IT REPORTED UNDER.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UP-KEY.
               10  UP-EMP-ID            PIC 9(05).
               10  UP-CHECK-NO          PIC 9(08).
           05  UP-OWNER-NAME            PIC X(20).
           05  UP-TAXPAYER-ID           PIC X(09).
           05  UP-WORK-LOCATION         PIC X(04).
           05  UP-STATE                 PIC X(04).
           05  UP-ISSUE-DATE            PIC 9(08).
           05  UP-STALE-DATE            PIC 9(08).
           05  UP-DORMANT-DATE          PIC 9(08).
           05  UP-AMOUNT                PIC 9(07)V9(02).
           05  UP-STATUS                PIC X(01).
               88  UP-STATUS-HELD           VALUE "H".
               88  UP-STATUS-REMITTED       VALUE "R".
           05  UP-REMIT-DATE            PIC 9(08).
           05  UP-REPORT-YEAR           PIC 9(04).
