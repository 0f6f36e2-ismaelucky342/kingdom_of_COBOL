      *-----------------------
      * TAXQTR -- QUARTERLY WITHHOLDING LIABILITY RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER YEAR AND QUARTER, KEYED BY BOTH, HOLDING THE
      * FIGURES THE WITHHOLDING LIABILITY REPORT LAST REPORTED FOR
      * THAT QUARTER: PAYMENT COUNT, GROSS WAGES, AND FEDERAL, STATE
      * AND LOCAL WITHHOLDING. A RERUN OF THE REPORT FOR THE SAME
      * QUARTER REWRITES THE RECORD, SO IT ALWAYS MATCHES THE LAST
      * REPORT FILED FROM. THE ANNUAL WAGE-AND-TAX FILING RECONCILES
      * ITS TOTALS TO THE FOUR QUARTERS OF ITS TAX YEAR.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  TAX-QUARTER-RECORD.
           05  TQ-KEY.
               10  TQ-YEAR              PIC 9(04).
               10  TQ-QUARTER           PIC 9(01).
           05  TQ-PAYMENT-COUNT         PIC 9(07).
           05  TQ-GROSS                 PIC 9(11)V9(02).
           05  TQ-FED-WITHHELD          PIC 9(11)V9(02).
           05  TQ-STATE-WITHHELD        PIC 9(11)V9(02).
           05  TQ-LOCAL-WITHHELD        PIC 9(11)V9(02).
      * BUSINESS DATE OF THE REPORT RUN THAT WROTE THE FIGURES
           05  TQ-REPORT-DATE           PIC 9(08).
