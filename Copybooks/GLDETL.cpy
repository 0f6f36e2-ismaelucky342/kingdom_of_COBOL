      *-----------------------
      * GLDETL -- POSTED-JOURNAL DETAIL RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD FOR EVERY JOURNAL LINE FOLDED INTO A GLMAST
      * BUCKET, KEYED SO ONE ACCOUNT/PERIOD/ENTITY'S LINES READ
      * TOGETHER IN POSTING ORDER -- THE BUCKET'S DEBITS AND CREDITS
      * ARE EXACTLY THE SUM OF ITS DETAIL. GL-POSTING WRITES ONE PER
      * EXTRACT LINE IT POSTS; GL-YEAR-END-CLOSE WRITES ONE PER
      * CLOSING ENTRY. THE SOURCE REFERENCE LOCATES THE LINE ON THE
      * RAW EXTRACT: THE LINE'S OWN DATE, THE SEGMENT (COUNTING
      * TRAILERS FROM THE TOP OF THE FILE POSTED), AND THE RECORD
      * WITHIN THE SEGMENT. A CLOSING ENTRY HAS NO EXTRACT LINE AND
      * CARRIES ZEROES THERE.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  POSTED-DETAIL-RECORD.
           05  GD-KEY.
               10  GD-ACCOUNT-CODE      PIC X(06).
               10  GD-PERIOD            PIC 9(06).
               10  GD-ENTITY            PIC X(02).
               10  GD-POST-DATE         PIC 9(08).
               10  GD-POST-SEQ          PIC 9(07).
           05  GD-LINE-TYPE             PIC X(06).
               88  GD-LINE-YEAR-END         VALUE "YECLOS".
           05  GD-DEPARTMENT            PIC X(10).
           05  GD-DRCR-FLAG             PIC X(01).
               88  GD-IS-DEBIT              VALUE "D".
               88  GD-IS-CREDIT             VALUE "C".
           05  GD-AMOUNT                PIC 9(11)V9(02).
           05  GD-SOURCE-REF.
               10  GD-EXTRACT-DATE      PIC 9(08).
               10  GD-SEGMENT           PIC 9(03).
               10  GD-SEGMENT-LINE      PIC 9(07).
           05  GD-COMPANY-CODE          PIC X(02).
