      *-----------------------
      * SECAUD -- CENTRAL SECURITY AUDIT LOG RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER PRIVILEGED-ACTION EVENT, APPENDED TO THE
      * SECURITY LOG (SECLOG) BY THE SHARED SECURITY-LOG ROUTINE.
      * OPERATOR-AUTHORITY WRITES A SIGN-ON RECORD ("S") FOR EVERY
      * OPERATOR ID KEYED AT ITS PROMPT -- APPROVED, DENIED, NOT ON
      * THE MASTER, CANCELLED, OR REFUSED BECAUSE THE MASTER WOULD
      * NOT OPEN -- AND THE GATED PROGRAM WRITES AN OBJECT RECORD
      * ("O") FOR EACH THING IT THEN ACTS ON UNDER THAT APPROVAL
      * (EMPLOYEE, PERIOD, CARD EXCEPTION, SNAPSHOT, STEP). THE
      * DATE IS THE BUSINESS DATE; THE TIME IS THE WALL CLOCK
      * (HHMMSSHH) SO WORK OUTSIDE THE CYCLE WINDOW SHOWS. THE
      * SECURITY AUDIT REPORT READS IT BACK.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  SECURITY-AUDIT-RECORD.
           05  SA-BUSINESS-DATE         PIC 9(08).
           05  SA-STAMP-TIME            PIC 9(08).
           05  SA-ENTRY-TYPE            PIC X(01).
               88  SA-SIGN-ON               VALUE "S".
               88  SA-OBJECT-ACTION         VALUE "O".
           05  SA-OPERATOR-ID           PIC X(08).
           05  SA-PROGRAM-NAME          PIC X(30).
           05  SA-ACTION                PIC X(40).
           05  SA-REQUIRED-LEVEL        PIC 9(01).
           05  SA-RESULT                PIC X(01).
               88  SA-GRANTED               VALUE "A".
               88  SA-DENIED-LEVEL          VALUE "D".
               88  SA-DENIED-UNKNOWN        VALUE "U".
               88  SA-DENIED-NO-MASTER      VALUE "E".
               88  SA-CANCELLED             VALUE "C".
               88  SA-DENIED                VALUE "D" "U" "E".
           05  SA-OBJECT                PIC X(30).
