      *-----------------------
      * GARNORD -- GARNISHMENT ORDER MASTER RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER COURT OR AGENCY ORDER, KEYED BY EMPLOYEE AND
      * THE ISSUING AGENCY'S CASE NUMBER. THE ORDER TYPE FIXES ITS
      * LEGAL PRIORITY (SUPPORT, THEN TAX LEVY, THEN STUDENT LOAN,
      * THEN CREDITOR) AND ITS DEFAULT SHARE OF DISPOSABLE EARNINGS;
      * GO-PRIORITY ORDERS TWO ORDERS OF THE SAME TYPE (LOWER FIRST,
      * NORMALLY BY DATE SERVED). GO-LIMIT-PCT OVERRIDES THE TYPE'S
      * DEFAULT WHEN THE ORDER STATES ITS OWN PERCENTAGE. EACH ORDER
      * NAMES THE DEDMAST CODE (METHOD "G") WHOSE PAYEE AND LIABILITY
      * ACCOUNT THE AGENCY IS REMITTED FROM. WHAT A CYCLE CANNOT TAKE
      * OF THE CURRENT AMOUNT IS ADDED TO GO-ARREARS-BALANCE, AND THE
      * ARREARS ARE COLLECTED AT GO-ARREARS-PER-PERIOD EACH CYCLE
      * UNTIL CLEARED -- PAST THE STOP DATE IF NEED BE. A ZERO START
      * OR STOP DATE IS OPEN-ENDED. MAINTAINED BY THE ENROLLMENT
      * MAINTENANCE RUN; UPDATED BY THE PAY CYCLE.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  GARNISHMENT-ORDER-RECORD.
           05  GO-KEY.
               10  GO-EMP-ID            PIC 9(05).
               10  GO-CASE-NO           PIC X(15).
           05  GO-AGENCY-NAME           PIC X(20).
           05  GO-ORDER-TYPE            PIC X(01).
               88  GO-TYPE-SUPPORT          VALUE "C".
               88  GO-TYPE-TAX-LEVY         VALUE "T".
               88  GO-TYPE-STUDENT-LOAN     VALUE "S".
               88  GO-TYPE-CREDITOR         VALUE "G".
               88  GO-TYPE-VALID            VALUE "C" "T" "S" "G".
           05  GO-PRIORITY              PIC 9(02).
           05  GO-DED-CODE              PIC X(03).
           05  GO-PERIOD-AMOUNT         PIC 9(05)V9(02).
           05  GO-ARREARS-BALANCE       PIC 9(07)V9(02).
           05  GO-ARREARS-PER-PERIOD    PIC 9(05)V9(02).
           05  GO-LIMIT-PCT             PIC 9V9(04).
           05  GO-START-DATE            PIC 9(08).
           05  GO-STOP-DATE             PIC 9(08).
           05  GO-TOTAL-TAKEN           PIC 9(07)V9(02).
           05  GO-LAST-TAKEN-DATE       PIC 9(08).
           05  GO-LAST-TAKEN-AMT        PIC 9(05)V9(02).
           05  GO-LAST-SHORTFALL        PIC 9(05)V9(02).
