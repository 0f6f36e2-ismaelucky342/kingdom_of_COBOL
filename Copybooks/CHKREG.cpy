      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-09-02  JCM  FIRST VERSION.
      * 2026-10-15  JCM  ADDED CK-VOID-REASON AND CK-VOID-DATE: A CHECK
      *                  VOIDED AS SPOILED BY THE CHECK-PRINT RUN IS
      *                  TOLD APART FROM ONE VOIDED AS STALE-DATED BY
      *                  THE STALE-CHECK RUN, WHOSE MONEY IS MOVED TO
      *                  UNCLAIMED WAGES.
      *-----------------------
       01  CHECK-REGISTER-RECORD.
           05  CK-CHECK-NO              PIC 9(08).
           05  CK-PAID-DATE             PIC 9(08).
      * THE SPOILED CHECK THIS ONE REPLACES; ZERO ON AN ORIGINAL
           05  CK-REISSUE-OF            PIC 9(08).
      * WHY AND WHEN A VOID STATUS WAS SET; BLANK AND ZERO OTHERWISE
           05  CK-VOID-REASON           PIC X(01).
               88  CK-VOID-SPOILED          VALUE "S".
               88  CK-VOID-STALE            VALUE "T".
           05  CK-VOID-DATE             PIC 9(08).
