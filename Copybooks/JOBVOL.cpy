      *-----------------------
      * JOBVOL -- STEP VOLUMES HANDED TO JOB-BANNER ON THE END STAMP
      * ------------------------------------------------------------
      * A STEP THAT PROCESSES RECORDS FILLS THIS IN AT ITS END AND
      * CALLS JOB-BANNER WITH BANNER TYPE "V" AND THIS AREA AS A
      * FIFTH PARAMETER. THE FIGURES ARE LOGGED ON THE JOBLOG END
      * RECORD, WHERE THE VOLUME-TREND REPORT COMPARES THEM WITH THE
      * SAME WEEKDAY IN EARLIER WEEKS. WHAT COUNTS AS READ, WRITTEN
      * AND REJECTED, AND WHICH AMOUNT IS THE STEP'S PRIMARY TOTAL,
      * IS THE STEP'S OWN CHOICE -- KEEP IT THE SAME FROM RUN TO RUN.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  JOB-VOLUME-AREA.
           05  JV-RECORDS-READ          PIC 9(09).
           05  JV-RECORDS-WRITTEN       PIC 9(09).
           05  JV-RECORDS-REJECTED      PIC 9(09).
           05  JV-AMOUNT-TOTAL          PIC 9(13)V9(02).
