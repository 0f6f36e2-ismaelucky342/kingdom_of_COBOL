      *                  voids without replacement. A voided check
      *                  is accounted for on the register rather
      *                  than just gone.
      * 2026-10-15  JCM  A voided check now records why and when on the
      *                  register (CK-VOID-REASON S for spoiled, CK-
      *                  VOID-DATE), so the stale-check run's stale
      *                  voids are told apart.
      * 2026-10-15  JCM  The stub now itemizes each earnings code paid
      *                  (the PAYDTL E lines) under the gross, with its
      *                  hours and a NON-TAX mark for a code kept out of
      *                  withholding.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  SG-LABEL            PIC X(22).
           05  SG-AMOUNT           PIC ZZ,ZZ9.99.

      * ONE LINE PER EARNINGS CODE PAID, UNDER THE GROSS IT IS IN
       01  STUB-ERN-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  SE-ERN-DESC         PIC X(20).
           05  SE-ERN-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SE-ERN-HOURS        PIC ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SE-ERN-NONTAX       PIC X(07).

       01  STUB-DED-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SD-DED-DESC         PIC X(20).
                       OR PD-DEPOSIT-MODE = "S"
                       PERFORM 2200-OPEN-CHECK THRU 2200-EXIT
                   END-IF
               WHEN PD-ERN-LINE AND CP-IN-CHECK
                   MOVE PD-ERN-DESC TO SE-ERN-DESC
                   MOVE PD-ERN-AMOUNT TO SE-ERN-AMOUNT
                   MOVE PD-ERN-HOURS TO SE-ERN-HOURS
                   IF PD-ERN-TAXABLE = "N"
                       MOVE "NON-TAX" TO SE-ERN-NONTAX
                   ELSE
                       MOVE SPACES TO SE-ERN-NONTAX
                   END-IF
                   MOVE STUB-ERN-LINE TO CHK-LINE
                   WRITE CHK-LINE
               WHEN PD-DED-LINE AND CP-IN-CHECK
                   MOVE PD-DED-DESC TO SD-DED-DESC
                   MOVE PD-DED-AMOUNT TO SD-DED-AMOUNT
           MOVE "I" TO CK-STATUS
           MOVE 0 TO CK-PAID-DATE
           MOVE CP-VOID-CHECK-NO TO CK-REISSUE-OF
           MOVE 0 TO CK-VOID-DATE
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** CHECK NUMBER " CP-NEXT-CHECK-NO
                   MOVE CK-EMP-NAME TO CP-HOLD-NAME
                   MOVE CK-AMOUNT TO CP-HOLD-NET
                   MOVE "V" TO CK-STATUS
                   MOVE "S" TO CK-VOID-REASON
                   MOVE CP-RUN-DATE TO CK-VOID-DATE
                   REWRITE CHECK-REGISTER-RECORD
                   ADD 1 TO CP-COUNT-VOIDED
                   DISPLAY "CHECK " CP-VOID-CHECK-NO " VOIDED"
