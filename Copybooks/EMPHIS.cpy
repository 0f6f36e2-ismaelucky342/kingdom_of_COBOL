      * ---------- ----  ----------------------------------------
      * 2026-09-02  JCM  FIRST VERSION. THE IMAGE FIELDS ARE SIZED
      *                  TO THE CURRENT EMPREC LENGTH.
      * 2026-10-15  JCM  IMAGE FIELDS WIDENED TO THE MASTER'S NEW LENGTH
      *                  (WORK-LOCATION CODE ADDED AT THE END OF
      *                  EMPREC).
      * 2026-10-15  JCM  IMAGE FIELDS WIDENED TO THE MASTER'S NEW LENGTH
      *                  (TAXPAYER ID ADDED AT THE END OF EMPREC).
      * 2026-10-15  JCM  IMAGE FIELDS WIDENED TO THE MASTER'S NEW LENGTH
      *                  (COMPANY CODE ADDED AT THE END OF EMPREC).
      *-----------------------
       01  EMP-HISTORY-RECORD.
           05  EH-KEY.
               88  EH-ACTION-ADD            VALUE "A".
               88  EH-ACTION-CHANGE         VALUE "C".
               88  EH-ACTION-DELETE         VALUE "D".
           05  EH-BEFORE-IMAGE          PIC X(147).
           05  EH-AFTER-IMAGE           PIC X(147).
