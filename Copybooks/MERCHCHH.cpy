      *-----------------------
      * MERCHCHH -- MERCHANT MASTER CHANGE-HISTORY RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER APPLIED ADD, CHANGE, OR CLOSE ON THE MERCHANT
      * MASTER, AND ONE WHEN A MERCHANT'S BANK PRENOTE AGES CLEAN,
      * KEYED BY MERCHANT, CHANGE DATE, AND A SEQUENCE FOR SEVERAL
      * CHANGES IN ONE DAY. CARRIES THE FULL BEFORE AND AFTER IMAGES
      * OF THE MASTER RECORD (SPACES ON THE MISSING SIDE OF AN ADD),
      * SO "WHEN DID THIS MERCHANT'S BANK ACCOUNT CHANGE AND FROM
      * WHAT" IS A KEYED READ INSTEAD OF A HUNT THROUGH ARCHIVED
      * CHANGE REPORTS. WRITTEN BY MERCHANT-MASTER-MAINT.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION. THE IMAGE FIELDS ARE SIZED
      *                  TO THE CURRENT MERCHANT MASTER LENGTH.
      * 2026-10-15  JCM  IMAGES WIDENED FROM 86 TO 136 FOR THE LEGAL
      *                  NAME, TIN TYPE AND TAXPAYER ID ADDED TO THE END
      *                  OF THE MERCHANT MASTER.
      *-----------------------
       01  MERCH-HISTORY-RECORD.
           05  MC-KEY.
               10  MC-MERCHANT-ID       PIC X(08).
               10  MC-CHANGE-DATE       PIC 9(08).
               10  MC-SEQ               PIC 9(03).
           05  MC-ACTION                PIC X(01).
               88  MC-ACTION-ADD            VALUE "A".
               88  MC-ACTION-CHANGE         VALUE "C".
               88  MC-ACTION-CLOSE          VALUE "X".
               88  MC-ACTION-PRENOTE-CLEAR  VALUE "P".
           05  MC-BEFORE-IMAGE          PIC X(136).
           05  MC-AFTER-IMAGE           PIC X(136).
