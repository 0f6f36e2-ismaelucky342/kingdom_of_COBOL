      *                  WITHHOLDING LIABILITY REPORT FILES TAX
      *                  DEPOSITS FROM IT. ADDED AT THE END SO
      *                  EXISTING FIELD OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED PH-STATE-CODE, PH-STATE-WITHHELD, PH-
      *                  LOCAL-CODE AND PH-LOCAL-WITHHELD SO STATE AND
      *                  LOCAL INCOME TAX WITHHELD PERSIST PER
      *                  JURISDICTION BESIDE THE FEDERAL PH-TAX-WITHHELD
      *                  -- THE QUARTERLY LIABILITY REPORT FILES EACH
      *                  JURISDICTION'S DEPOSITS FROM THEM. ADDED AT THE
      *                  END SO EXISTING FIELD OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED PH-PAY-GROUP, THE CYCLE GROUP THAT WROTE
      *                  THE RECORD ("M" MONTHLY, "W" WEEKLY, "S" A
      *                  SUPPLEMENTAL PAYMENT ON A DATE WITH NO REGULAR
      *                  ONE), SO THE PAY CYCLE'S VARIANCE REVIEW
      *                  COMPARES EACH PAYCHECK WITH THE LAST ONE FROM
      *                  THE SAME GROUP. BLANK ON RECORDS WRITTEN
      *                  BEFORE THE FIELD EXISTED. ADDED AT THE END SO
      *                  EXISTING FIELD OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED PH-EMPLOYER-MATCH, THE EMPLOYER
      *                  RETIREMENT-PLAN MATCH THE PAY CYCLE FIGURED ON
      *                  THE PAYCHECK DEFERRALS, SO THE MATCH IS ON
      *                  RECORD PER PAYCHECK. ZERO ON SUPPLEMENTAL
      *                  PAYMENTS. ADDED AT THE END SO EXISTING FIELD
      *                  OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED PH-EARNINGS, THE PAYCHECK'S TOTAL BY
      *                  EARNINGS CODE WITH EACH CODE'S TAXABLE FLAG.
      *                  BLANK AND ZERO ON SUPPLEMENTAL PAYMENTS.
      *                  ADDED AT THE END SO EXISTING FIELD OFFSETS DO
      *                  NOT MOVE.
      *-----------------------
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
           05  PH-DEDUCTIONS        PIC 9(07)V9(02).
           05  PH-NET-PAY           PIC 9(07)V9(02).
           05  PH-TAX-WITHHELD      PIC 9(07)V9(02).
      * STATE AND LOCAL WITHHOLDING, EACH WITH THE JURISDICTION IT
      * WAS WITHHELD FOR (SPACES AND ZERO WHEN NONE)
           05  PH-STATE-CODE        PIC X(04).
           05  PH-STATE-WITHHELD    PIC 9(07)V9(02).
           05  PH-LOCAL-CODE        PIC X(04).
           05  PH-LOCAL-WITHHELD    PIC 9(07)V9(02).
      * THE CYCLE GROUP THAT WROTE THE RECORD -- A SUPPLEMENTAL
      * PAYMENT ADDED TO A REGULAR RECORD KEEPS THE REGULAR GROUP
           05  PH-PAY-GROUP         PIC X(01).
               88  PH-GROUP-SUPPLEMENTAL    VALUE "S".
      * THE EMPLOYER RETIREMENT-PLAN MATCH EARNED BY THE PAYCHECK'S
      * DEFERRALS -- NOT PART OF GROSS, DEDUCTIONS, OR NET
           05  PH-EMPLOYER-MATCH    PIC 9(07)V9(02).
      * THE PAYCHECK'S PAY BY EARNINGS CODE, PACKED TO THE FRONT
      * (UNUSED SLOTS BLANK AND ZERO) -- ALREADY IN PH-GROSS.
      * PH-ERN-TAXABLE "N" IS A CODE KEPT OUT OF THE WITHHOLDING BASE
           05  PH-EARNINGS OCCURS 10 TIMES.
               10  PH-ERN-CODE      PIC X(03).
               10  PH-ERN-TAXABLE   PIC X(01).
               10  PH-ERN-AMOUNT    PIC 9(07)V9(02).
