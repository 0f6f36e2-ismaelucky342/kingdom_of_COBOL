      *-----------------------
      * MATCHFM -- EMPLOYER MATCH FORMULA RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER RETIREMENT-PLAN DEFERRAL CODE THE EMPLOYER
      * MATCHES. MF-DEFER-CODE IS THE EMPLOYEE DEFERRAL'S CODE ON
      * THE DEDUCTION MASTER. THE MATCH IS TWO TIERS OF THE
      * DEFERRAL, EACH TIER LIMITED TO A FRACTION OF GROSS: WITH
      * TIER 1 AT RATE 1.0000 ON LIMIT 0.0300 AND TIER 2 AT RATE
      * 0.5000 ON LIMIT 0.0200, THE EMPLOYER PAYS 100% OF THE
      * DEFERRAL ON THE FIRST 3% OF GROSS AND 50% ON THE NEXT 2%.
      * A ZERO TIER-2 LIMIT IS A SINGLE-TIER FORMULA. MF-ANNUAL-CAP
      * STOPS THE YEAR'S MATCH (ZERO MEANS NO CAP). THE MATCH IS
      * JOURNALED AS AN MF-EXPENSE-ACCT DEBIT AND AN
      * MF-LIABILITY-ACCT CREDIT, AND THE LIABILITY IS CLEARED WHEN
      * THE MATCH IS REMITTED TO THE DEFERRAL CODE'S PAYEE.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  MATCH-FORMULA-RECORD.
           05  MF-DEFER-CODE            PIC X(03).
           05  MF-DESCRIPTION           PIC X(20).
           05  MF-TIER1-RATE            PIC 9V9(04).
           05  MF-TIER1-LIMIT           PIC 9V9(04).
           05  MF-TIER2-RATE            PIC 9V9(04).
           05  MF-TIER2-LIMIT           PIC 9V9(04).
           05  MF-ANNUAL-CAP            PIC 9(07)V9(02).
           05  MF-EXPENSE-ACCT          PIC X(06).
           05  MF-LIABILITY-ACCT        PIC X(06).
