      *-----------------------
      * BATAPR -- MAKER/CHECKER BATCH APPROVAL QUEUE RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER MONEY-MOVING BATCH SUBMITTED FOR REVIEW,
      * KEYED BY BATCH TYPE, DATE AND REFERENCE:
      *   J -- A GLJRNL JOURNAL BATCH: THE BUSINESS DATE IT IS
      *        POSTED ON AND THE BATCH COMPANY. COUNT = ENTRIES,
      *        HASH = DEBITS PLUS CREDITS.
      *   S -- AN SUPTRAN SUPPLEMENTAL PAYMENT BATCH: THE BUSINESS
      *        DATE IT IS PAID ON, REFERENCE BLANK. COUNT =
      *        PAYMENTS, HASH = GROSS. THE FINAL-PAY BATCH PAID
      *        THROUGH THE SAME RUN IS REFERENCE FINAL, ITS COUNT
      *        AND HASH THOSE OF ITS GROUP-F PAYCTL APPROVAL.
      *   P -- A PAYCTL APPROVAL RECORD: ITS RUN DATE AND PAY
      *        GROUP. COUNT AND HASH = ITS EXPECTED COUNT AND GROSS.
      * THE BATCH-APPROVAL JOB REGISTERS A BATCH UNDER ITS
      * SUBMITTER (PENDING) AND RECORDS A SECOND OPERATOR'S
      * DECISION. THE PROGRAMS THAT MOVE THE MONEY READ THE RECORD
      * BACK AND REFUSE A BATCH NOT APPROVED, APPROVED BY ITS OWN
      * SUBMITTER, OR NO LONGER MATCHING THE REGISTERED FIGURES.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      * 2026-10-15  JCM  TYPE S REFERENCE FINAL FOR THE FINAL-PAY BATCH.
      *-----------------------
       01  BATCH-APPROVAL-RECORD.
           05  BQ-KEY.
               10  BQ-BATCH-TYPE        PIC X(01).
                   88  BQ-JOURNAL-BATCH     VALUE "J".
                   88  BQ-SUPPLEMENTAL      VALUE "S".
                   88  BQ-PAY-CONTROL       VALUE "P".
               10  BQ-BATCH-DATE        PIC 9(08).
               10  BQ-BATCH-REF         PIC X(08).
           05  BQ-CONTROL-COUNT         PIC 9(07).
           05  BQ-HASH-TOTAL            PIC 9(13)V9(02).
           05  BQ-STATUS                PIC X(01).
               88  BQ-PENDING               VALUE "P".
               88  BQ-APPROVED              VALUE "A".
               88  BQ-REJECTED              VALUE "R".
           05  BQ-REQUIRED-LEVEL        PIC 9(01).
           05  BQ-SUBMITTER-ID          PIC X(08).
           05  BQ-SUBMIT-DATE           PIC 9(08).
           05  BQ-SUBMIT-TIME           PIC 9(08).
           05  BQ-CHECKER-ID            PIC X(08).
           05  BQ-DECISION-DATE         PIC 9(08).
           05  BQ-DECISION-TIME         PIC 9(08).
