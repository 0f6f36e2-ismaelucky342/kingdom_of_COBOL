      *-----------------------
      * YEARHST -- COMMON YEAR-HISTORY RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE CLOSING RECORD PER EMPLOYEE PER YEAR, KEYED BY EMPLOYEE
      * ID AND YEAR -- THE PERMANENT ANSWER TO "WHAT DID WE PAY THIS
      * PERSON IN 2025". WRITTEN BY THE YEAR-END CLOSE AND READ BY
      * THE ANNUAL WAGE-AND-TAX FILING, WHICH REPORTS EACH CLOSED
      * EMPLOYEE'S WAGES FROM IT.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION, PULLED OUT OF YEAR-END-CLOSE'S
      *                  LOCAL YEAR-HISTORY-RECORD.
      * 2026-10-15  JCM  ADDED YH-ANNUAL-MATCH, THE EMPLOYER RETIREMENT-
      *                  PLAN MATCH FOR THE YEAR, SO THE CLOSING RECORD
      *                  CARRIES THE MATCH BESIDE THE PAY. ADDED AT THE
      *                  END SO EXISTING FIELD OFFSETS DO NOT MOVE.
      *-----------------------
       01  YEAR-HISTORY-RECORD.
           05  YH-KEY.
               10  YH-EMP-ID       PIC 9(05).
               10  YH-YEAR         PIC 9(04).
           05  YH-EMP-NAME         PIC X(20).
           05  YH-DEPARTMENT       PIC X(10).
           05  YH-ANNUAL-GROSS     PIC 9(07)V9(02).
           05  YH-ANNUAL-DEDUCT    PIC 9(07)V9(02).
           05  YH-ANNUAL-NET       PIC 9(07)V9(02).
           05  YH-CLOSED-BY        PIC X(08).
           05  YH-ANNUAL-MATCH     PIC 9(07)V9(02).
