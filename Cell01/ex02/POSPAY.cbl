      *                  returns -- reported, never guessed at.
      *                  Both modes close with the outstanding-
      *                  checks section aged from the issue date.
      * 2026-10-15  JCM  A bank-paid check the stale-check run has
      *                  voided is flagged as such, since its money has
      *                  already moved to unclaimed wages.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   MOVE "PAID-VOID     " TO RF-TAG
                   MOVE PI-CHECK-NO TO RF-CHECK-NO
                   MOVE PP-AMOUNT-WORK TO RF-AMOUNT
                   IF CK-VOID-STALE
                       MOVE "BANK PAID A STALE-VOIDED CHECK" TO RF-NOTE
                   ELSE
                       MOVE "BANK PAID A VOIDED CHECK" TO RF-NOTE
                   END-IF
                   PERFORM 3900-WRITE-FLAG THRU 3900-EXIT
               WHEN PP-AMOUNT-WORK NOT = CK-AMOUNT
                   ADD 1 TO PP-COUNT-MISMATCH
