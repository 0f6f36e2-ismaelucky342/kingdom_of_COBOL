      *-----------------------
      * JURTAX -- STATE AND LOCAL WITHHOLDING TABLE RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE BRACKET PER RECORD, KEYED BY THE WORK LOCATION ON THE
      * EMPLOYEE MASTER (EM-WORK-LOCATION). A LOCATION CARRIES A
      * STATE LEVEL ("S") AND, WHERE THE CITY OR COUNTY TAXES
      * WAGES, A LOCAL LEVEL ("L"); EACH LEVEL NAMES ITS TAXING
      * JURISDICTION AND THE GL LIABILITY ACCOUNT ITS WITHHOLDING
      * IS CREDITED TO, SO EVERY JURISDICTION IS REMITTED FROM ITS
      * OWN ACCOUNT. WITHIN A LOCATION, LEVEL, AND FILING STATUS
      * THE BRACKETS ARE EXPECTED IN ASCENDING FLOOR ORDER, AND THE
      * AMOUNT IS FLAT PLUS RATE ON THE EXCESS OVER THE FLOOR -- THE
      * SAME ARITHMETIC AS THE FEDERAL TAXTBL. A BLANK FILING STATUS
      * APPLIES TO EVERY FILER (THE USUAL FLAT LOCAL RATE). A LEVEL
      * WITH NO RECORDS FOR A LOCATION WITHHOLDS NOTHING AT THAT
      * LEVEL. READ BY THE PAY CYCLE AND THE SUPPLEMENTAL RUN.
      * JT-TAX-YEAR IS THE YEAR THE BRACKET IS FOR; THE CYCLE
      * READINESS CHECK HOLDS THE CHAIN WHEN IT IS NOT THE BUSINESS
      * DATE'S YEAR. ZERO IS A TABLE LOADED BEFORE THE YEAR WAS
      * CARRIED.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      * 2026-10-15  JCM  ADDED JT-TAX-YEAR.
      *-----------------------
       01  JURISDICTION-TAX-RECORD.
           05  JT-WORK-LOCATION         PIC X(04).
           05  JT-JURIS-LEVEL           PIC X(01).
               88  JT-LEVEL-STATE           VALUE "S".
               88  JT-LEVEL-LOCAL           VALUE "L".
           05  JT-JURIS-CODE            PIC X(04).
           05  JT-FILING-STATUS         PIC X(01).
           05  JT-BRACKET-FLOOR         PIC 9(07)V9(02).
           05  JT-BRACKET-CEILING       PIC 9(07)V9(02).
           05  JT-RATE                  PIC 9V9(04).
           05  JT-FLAT-AMOUNT           PIC 9(05)V9(02).
           05  JT-LIABILITY-ACCT        PIC X(06).
           05  JT-TAX-YEAR              PIC 9(04).
