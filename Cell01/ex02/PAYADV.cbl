      *                  the cycle released. Paper-pay employees
      *                  get their detail on the check stub instead
      *                  and are passed over here.
      * 2026-10-15  JCM  The advice now itemizes each earnings code paid
      *                  (the PAYDTL E lines), with its hours and a NON-
      *                  TAX mark for a code kept out of withholding.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  AA-LABEL            PIC X(22).
           05  AA-AMOUNT           PIC ZZ,ZZ9.99.

      * ONE LINE PER EARNINGS CODE PAID -- PART OF THE GROSS ABOVE
       01  ADV-ERN-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  AN-ERN-DESC         PIC X(20).
           05  AN-ERN-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AN-ERN-HOURS        PIC ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AN-ERN-NONTAX       PIC X(07).

       01  ADV-DED-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  AD-DED-DESC         PIC X(20).
                   ELSE
                       MOVE "N" TO DA-IN-ADVICE-SWITCH
                   END-IF
               WHEN PD-ERN-LINE AND DA-IN-ADVICE
                   MOVE PD-ERN-DESC TO AN-ERN-DESC
                   MOVE PD-ERN-AMOUNT TO AN-ERN-AMOUNT
                   MOVE PD-ERN-HOURS TO AN-ERN-HOURS
                   IF PD-ERN-TAXABLE = "N"
                       MOVE "NON-TAX" TO AN-ERN-NONTAX
                   ELSE
                       MOVE SPACES TO AN-ERN-NONTAX
                   END-IF
                   MOVE ADV-ERN-LINE TO ADV-LINE
                   WRITE ADV-LINE
               WHEN PD-DED-LINE AND DA-IN-ADVICE
                   MOVE PD-DED-DESC TO AD-DED-DESC
                   MOVE PD-DED-AMOUNT TO AD-DED-AMOUNT
