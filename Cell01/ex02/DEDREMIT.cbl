      *                  forgets nothing, matching the pay cycle's
      *                  discipline; it used to leave every
      *                  enrollment marked paid with no money out.
      * 2026-10-15  JCM  The employer retirement-plan match goes to the
      *                  plan trustee with the deferrals. A deferral
      *                  code with a MATCHFM formula also sums its
      *                  enrollments' DE-YTD-MATCH less DE-MATCH-
      *                  REMITTED; the match prints as its own register
      *                  line, leaves as a second CCD credit to the same
      *                  payee (individual ID tagged ER MATCH), and its
      *                  debit clears the formula's plan-liability
      *                  account. The marking pass marks the match
      *                  remitted with the deferrals.
      * 2026-10-15  JCM  Each deduction code belongs to the company on
      *                  its DEDMAST record (blank is the primary
      *                  company 01). Remittances leave as one CCD batch
      *                  per company under that company's NACHA ID and
      *                  clear through that company's GL lines. A code
      *                  whose company is not on COMPMST is reported NO
      *                  COMPANY and its enrollments are left standing.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-GL-STATUS.
           SELECT OPTIONAL MATCH-FORMULA-FILE ASSIGN TO "MATCHFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-MTC-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-CO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  DM-PAYEE-NAME       PIC X(20).
           05  DM-PAYEE-ROUTING    PIC 9(09).
           05  DM-PAYEE-ACCOUNT    PIC 9(12).
           05  DM-COMPANY-CODE     PIC X(02).

       FD  DEDUCTION-ENROLL-FILE.
       01  DEDUCTION-ENROLL-RECORD.
           05  DE-OVERRIDE-AMOUNT  PIC 9(05)V9(02).
           05  DE-YTD-TAKEN        PIC 9(07)V9(02).
           05  DE-YTD-REMITTED     PIC 9(07)V9(02).
           05  DE-YTD-MATCH        PIC 9(07)V9(02).
           05  DE-MATCH-REMITTED   PIC 9(07)V9(02).

       FD  REMITTANCE-REGISTER.
       01  RR-LINE                 PIC X(80).

       FD  GL-EXTRACT-FILE.
           COPY GLREC.

      * THE EMPLOYER MATCH FORMULAS -- ONLY THE DEFERRAL CODE AND
      * THE PLAN-LIABILITY ACCOUNT THE MATCH WAS CREDITED TO ARE
      * USED HERE
       FD  MATCH-FORMULA-FILE.
           COPY MATCHFM.

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  DR-REG-STATUS            PIC X(02) VALUE "00".
       01  DR-ACH-STATUS            PIC X(02) VALUE "00".
       01  DR-GL-STATUS             PIC X(02) VALUE "00".
       01  DR-MTC-STATUS            PIC X(02) VALUE "00".
       01  DR-CO-STATUS             PIC X(02) VALUE "00".

       01  DR-DED-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-DED-MASTER       VALUE "Y".
           88  DR-OPEN-ERROR            VALUE "Y".
       01  DR-CODE-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  DR-CODE-FOUND            VALUE "Y".
       01  DR-MTC-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-MATCH-FORMULAS   VALUE "Y".
       01  DR-CO-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-COMPANIES        VALUE "Y".
       01  DR-CO-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  DR-CO-FOUND              VALUE "Y".

      * THE DEDUCTION MASTER IN MEMORY: EACH CODE'S PAYEE, ITS GL
      * LIABILITY ACCOUNT, AND THE AMOUNT DUE ACCUMULATED FROM THE
      * ENROLLMENTS. A CODE WHOSE PAYEE ROUTING IS ZERO CANNOT BE
      * REMITTED AND ITS ENROLLMENTS ARE LEFT UNTOUCHED. A DEFERRAL
      * CODE WITH AN EMPLOYER MATCH FORMULA CARRIES THE MATCH'S
      * LIABILITY ACCOUNT (SPACES WHEN NONE) AND THE MATCH DUE, WHICH
      * GOES TO THE SAME PAYEE AS ITS OWN ACH CREDIT. EACH CODE
      * BELONGS TO ONE COMPANY (DR-DED-CO-SUB IS ITS SLOT IN THE
      * COMPANY TABLE, ZERO WHEN THE COMPANY IS NOT ON THE COMPANY
      * MASTER -- THOSE ENROLLMENTS ARE LEFT STANDING TOO).
       01  DR-DED-TABLE.
           05  DR-DED-ENTRY OCCURS 20 TIMES INDEXED BY DR-DED-IDX.
               10  DR-DED-CODE         PIC X(03).
               10  DR-DED-PAYEE-RTN    PIC 9(09).
               10  DR-DED-PAYEE-ACCT   PIC 9(12).
               10  DR-DED-AMOUNT-DUE   PIC 9(09)V9(02).
               10  DR-DED-MATCH-ACCT   PIC X(06).
               10  DR-DED-MATCH-DUE    PIC 9(09)V9(02).
               10  DR-DED-COMPANY      PIC X(02).
               10  DR-DED-CO-SUB       PIC 9(02).
       01  DR-DED-COUNT             PIC 9(03) VALUE 0.
       01  DR-DED-SUB               PIC 9(03) VALUE 0.

      * THE COMPANY MASTER IN MEMORY. EACH COMPANY'S REMITTANCES
      * LEAVE AS ITS OWN CCD BATCH UNDER ITS NACHA COMPANY ID AND
      * CLEAR THROUGH ITS OWN BOOKS. WITH NO COMPANY MASTER ON FILE
      * THE PRIMARY COMPANY "01" STANDS ALONE UNDER THE NACHA
      * CONSTANTS BELOW.
       01  DR-CO-TABLE.
           05  DR-CO-ENTRY OCCURS 10 TIMES INDEXED BY DR-CO-IDX.
               10  DR-CO-CODE          PIC X(02).
               10  DR-CO-ACH-ID        PIC X(10).
               10  DR-CO-ACH-NAME      PIC X(16).
               10  DR-CO-REMITTED      PIC 9(11)V9(02).
       01  DR-CO-COUNT              PIC 9(02) VALUE 0.
       01  DR-CO-SUB                PIC 9(02) VALUE 0.
       01  DR-CO-LOOKUP-CODE        PIC X(02).

      * BANKING-DAY CALL FIELDS -- THE ACH EFFECTIVE DATE LANDS
      * ON A DAY THE BANK IS OPEN
       01  DR-BK-FUNCTION           PIC X(01) VALUE "N".
       01  DR-COUNT-MARKED          PIC 9(07) VALUE 0.
       01  DR-COUNT-SKIPPED         PIC 9(07) VALUE 0.
       01  DR-AMOUNT-DUE            PIC 9(07)V9(02) VALUE 0.
       01  DR-MATCH-DUE             PIC 9(07)V9(02) VALUE 0.
       01  DR-TOTAL-MATCH           PIC 9(11)V9(02) VALUE 0.
       01  DR-TOTAL-REMITTED        PIC 9(11)V9(02) VALUE 0.

      * GL SEGMENT CONTROLS -- DEBIT EACH CODE'S LIABILITY ACCOUNT
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
           05  ACH-ROUTING-FIRST-8  PIC 9(08).
           05  ACH-ROUTING-CHECK    PIC 9(01).
      * FILE-LEVEL CONTROLS ACROSS THE COMPANY BATCHES
       01  ACH-BATCH-TOTAL          PIC 9(06) VALUE 0.
       01  ACH-FILE-ENTRY-COUNT     PIC 9(08) VALUE 0.
       01  ACH-FILE-ENTRY-HASH      PIC 9(10) VALUE 0.
       01  ACH-FILE-CREDIT-TOTAL    PIC 9(12) VALUE 0.

       01  ACH-FILE-HEADER.
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NOTE             PIC X(12).

       01  REG-MATCH-LINE.
           05  RM-DED-CODE         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE
               "  EMPLOYER MATCH".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RM-PAYEE            PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RM-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "REMITTED".

      * THE ACH INDIVIDUAL ID OF A MATCH CREDIT: THE DEFERRAL CODE
      * TAGGED SO THE TRUSTEE CAN TELL IT FROM THE DEFERRALS
       01  DR-MATCH-INDIV-ID.
           05  DR-MATCH-INDIV-CODE  PIC X(03).
           05  FILLER               PIC X(12) VALUE " ER MATCH".

       01  REG-TOTAL-LINE.
           05  FILLER              PIC X(27) VALUE
               "TOTAL REMITTED THIS RUN".
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME DR-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1400-LOAD-COMPANIES THRU 1400-EXIT
           MOVE 0 TO DR-DED-COUNT
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF DR-DED-STATUS NOT = "00"
                   SET DR-OPEN-ERROR TO TRUE
               END-IF
           END-IF
           PERFORM 1300-LOAD-MATCH-FORMULAS THRU 1300-EXIT
           OPEN I-O DEDUCTION-ENROLL-FILE
           IF DR-ENR-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN DEDUCTION-ENROLL FILE -- "
           READ DEDUCTION-ENROLL-FILE
               AT END
                   SET END-OF-ENROLLMENTS TO TRUE
           END-READ
      * AN ENROLLMENT WRITTEN BEFORE THE MATCH FIELDS EXISTED
           IF NOT END-OF-ENROLLMENTS
               AND DE-YTD-MATCH NOT NUMERIC
               MOVE 0 TO DE-YTD-MATCH
               MOVE 0 TO DE-MATCH-REMITTED
           END-IF.
       1100-EXIT.
           EXIT.

           MOVE DM-PAYEE-ROUTING TO DR-DED-PAYEE-RTN(DR-DED-IDX)
           MOVE DM-PAYEE-ACCOUNT TO DR-DED-PAYEE-ACCT(DR-DED-IDX)
           MOVE 0 TO DR-DED-AMOUNT-DUE(DR-DED-IDX)
           MOVE SPACES TO DR-DED-MATCH-ACCT(DR-DED-IDX)
           MOVE 0 TO DR-DED-MATCH-DUE(DR-DED-IDX)
           MOVE DM-COMPANY-CODE TO DR-CO-LOOKUP-CODE
           PERFORM 1450-FIND-COMPANY THRU 1450-EXIT
           MOVE DR-CO-LOOKUP-CODE TO DR-DED-COMPANY(DR-DED-IDX)
           MOVE DR-CO-SUB TO DR-DED-CO-SUB(DR-DED-IDX)
           PERFORM 1210-READ-DED-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-MATCH-FORMULAS -- MARK EACH DEFERRAL CODE THE
      * EMPLOYER MATCHES WITH THE MATCH'S LIABILITY ACCOUNT. WITH
      * NO FORMULA FILE ON HAND NOTHING IS MARKED AND ONLY THE
      * DEDUCTIONS ARE REMITTED, AS BEFORE.
      *-----------------------
       1300-LOAD-MATCH-FORMULAS.
           OPEN INPUT MATCH-FORMULA-FILE
           IF DR-MTC-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MATCH-FORMULA FILE -- "
                   "STATUS " DR-MTC-STATUS " ***"
               SET DR-OPEN-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-MATCH-FORMULA THRU 1310-EXIT
           PERFORM 1320-STORE-MATCH-FORMULA THRU 1320-EXIT
               UNTIL END-OF-MATCH-FORMULAS
           CLOSE MATCH-FORMULA-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-MATCH-FORMULA.
           READ MATCH-FORMULA-FILE
               AT END
                   SET END-OF-MATCH-FORMULAS TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-MATCH-FORMULA.
           MOVE "N" TO DR-CODE-FOUND-SWITCH
           PERFORM 1330-FIND-DEFER-CODE THRU 1330-EXIT
               VARYING DR-DED-IDX FROM 1 BY 1
               UNTIL DR-DED-IDX > DR-DED-COUNT
                  OR DR-CODE-FOUND
           IF DR-CODE-FOUND
               SET DR-DED-IDX TO DR-DED-SUB
               MOVE MF-LIABILITY-ACCT
                   TO DR-DED-MATCH-ACCT(DR-DED-IDX)
           END-IF
           PERFORM 1310-READ-MATCH-FORMULA THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1330-FIND-DEFER-CODE.
           IF DR-DED-CODE(DR-DED-IDX) = MF-DEFER-CODE
               SET DR-CODE-FOUND TO TRUE
               SET DR-DED-SUB TO DR-DED-IDX
           END-IF.
       1330-EXIT.
           EXIT.

      *-----------------------
      * 1400-LOAD-COMPANIES -- THE COMPANY MASTER, OR THE PRIMARY
      * COMPANY ALONE WHEN THERE IS NONE
      *-----------------------
       1400-LOAD-COMPANIES.
           MOVE 0 TO DR-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF DR-CO-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN COMPANY-MASTER FILE -- "
                   "STATUS " DR-CO-STATUS " ***"
               SET DR-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 1410-READ-COMPANY THRU 1410-EXIT
               PERFORM 1420-STORE-COMPANY THRU 1420-EXIT
                   UNTIL END-OF-COMPANIES
                      OR DR-CO-COUNT >= 10
               CLOSE COMPANY-MASTER-FILE
           END-IF
           IF DR-CO-COUNT = 0
               MOVE 1 TO DR-CO-COUNT
               SET DR-CO-IDX TO 1
               MOVE "01" TO DR-CO-CODE(DR-CO-IDX)
               MOVE ACH-COMPANY-ID TO DR-CO-ACH-ID(DR-CO-IDX)
               MOVE ACH-COMPANY-NAME TO DR-CO-ACH-NAME(DR-CO-IDX)
               MOVE 0 TO DR-CO-REMITTED(DR-CO-IDX)
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-STORE-COMPANY.
           ADD 1 TO DR-CO-COUNT
           SET DR-CO-IDX TO DR-CO-COUNT
           MOVE CO-COMPANY-CODE TO DR-CO-CODE(DR-CO-IDX)
           MOVE CO-ACH-COMPANY-ID TO DR-CO-ACH-ID(DR-CO-IDX)
           MOVE CO-ACH-COMPANY-NAME TO DR-CO-ACH-NAME(DR-CO-IDX)
           MOVE 0 TO DR-CO-REMITTED(DR-CO-IDX)
           PERFORM 1410-READ-COMPANY THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *-----------------------
      * 1450-FIND-COMPANY -- SLOT OF THE COMPANY IN
      * DR-CO-LOOKUP-CODE (BLANK IS THE PRIMARY COMPANY "01"), OR
      * ZERO WHEN IT IS NOT ON THE TABLE
      *-----------------------
       1450-FIND-COMPANY.
           IF DR-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO DR-CO-LOOKUP-CODE
           END-IF
           MOVE 0 TO DR-CO-SUB
           MOVE "N" TO DR-CO-FOUND-SWITCH
           PERFORM 1460-MATCH-COMPANY THRU 1460-EXIT
               VARYING DR-CO-IDX FROM 1 BY 1
               UNTIL DR-CO-IDX > DR-CO-COUNT
                  OR DR-CO-FOUND.
       1450-EXIT.
           EXIT.

       1460-MATCH-COMPANY.
           IF DR-CO-CODE(DR-CO-IDX) = DR-CO-LOOKUP-CODE
               SET DR-CO-SUB TO DR-CO-IDX
               SET DR-CO-FOUND TO TRUE
           END-IF.
       1460-EXIT.
           EXIT.

      *-----------------------
      * 2000-ACCUMULATE-ONE-ENRL -- WHAT THIS ENROLLMENT HAS TAKEN
      * AND NOT YET REMITTED JOINS ITS CODE'S AMOUNT DUE -- BUT
           EVALUATE TRUE
               WHEN NOT DR-CODE-FOUND
                   ADD 1 TO DR-COUNT-SKIPPED
               WHEN DR-DED-CO-SUB(DR-DED-IDX) = 0
                   ADD 1 TO DR-COUNT-SKIPPED
               WHEN DR-DED-PAYEE-RTN(DR-DED-IDX) = 0
                   ADD 1 TO DR-COUNT-SKIPPED
               WHEN DE-YTD-TAKEN > DE-YTD-REMITTED
                   ADD DR-AMOUNT-DUE
                       TO DR-DED-AMOUNT-DUE(DR-DED-IDX)
           END-EVALUATE
           IF DR-CODE-FOUND
               IF DR-DED-PAYEE-RTN(DR-DED-IDX) > 0
                   AND DR-DED-CO-SUB(DR-DED-IDX) > 0
                   AND DR-DED-MATCH-ACCT(DR-DED-IDX) NOT = SPACES
                   AND DE-YTD-MATCH > DE-MATCH-REMITTED
                   COMPUTE DR-MATCH-DUE =
                       DE-YTD-MATCH - DE-MATCH-REMITTED
                   ADD DR-MATCH-DUE TO DR-DED-MATCH-DUE(DR-DED-IDX)
               END-IF
           END-IF
           PERFORM 1100-READ-ENROLLMENT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
           MOVE DR-DED-DESC(DR-DED-IDX) TO RD-DESC
           MOVE DR-DED-PAYEE-NAME(DR-DED-IDX) TO RD-PAYEE
           MOVE DR-DED-AMOUNT-DUE(DR-DED-IDX) TO RD-AMOUNT
           MOVE DR-DED-CO-SUB(DR-DED-IDX) TO DR-CO-SUB
           EVALUATE TRUE
               WHEN DR-CO-SUB = 0
                   MOVE "NO COMPANY" TO RD-NOTE
               WHEN DR-DED-PAYEE-RTN(DR-DED-IDX) = 0
                   MOVE "NO PAYEE" TO RD-NOTE
               WHEN DR-DED-AMOUNT-DUE(DR-DED-IDX) = 0
                   MOVE "REMITTED" TO RD-NOTE
                   ADD DR-DED-AMOUNT-DUE(DR-DED-IDX)
                       TO DR-TOTAL-REMITTED
                   ADD DR-DED-AMOUNT-DUE(DR-DED-IDX)
                       TO DR-CO-REMITTED(DR-CO-SUB)
           END-EVALUATE
           MOVE REG-DETAIL-LINE TO RR-LINE
           WRITE RR-LINE
           IF DR-DED-MATCH-DUE(DR-DED-IDX) > 0
               MOVE DR-DED-CODE(DR-DED-IDX) TO RM-DED-CODE
               MOVE DR-DED-PAYEE-NAME(DR-DED-IDX) TO RM-PAYEE
               MOVE DR-DED-MATCH-DUE(DR-DED-IDX) TO RM-AMOUNT
               MOVE REG-MATCH-LINE TO RR-LINE
               WRITE RR-LINE
               ADD DR-DED-MATCH-DUE(DR-DED-IDX) TO DR-TOTAL-REMITTED
               ADD DR-DED-MATCH-DUE(DR-DED-IDX) TO DR-TOTAL-MATCH
               ADD DR-DED-MATCH-DUE(DR-DED-IDX)
                   TO DR-CO-REMITTED(DR-CO-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------
      * 4000-WRITE-ACH-FILE -- ONE CCD CREDIT PER CODE WITH MONEY
      * DUE, TO ITS PAYEE'S ACCOUNT, IN THE SAME NACHA FORM THE
      * PAY CYCLE TRANSMITS: ONE BATCH PER COMPANY WITH MONEY GOING
      * OUT, UNDER THAT COMPANY'S NACHA ID
      *-----------------------
       4000-WRITE-ACH-FILE.
           OPEN OUTPUT REMITTANCE-ACH-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 0 TO ACH-TRACE-SEQ
           MOVE 0 TO ACH-RECORD-COUNT
           MOVE 0 TO ACH-BATCH-TOTAL
           MOVE 0 TO ACH-FILE-ENTRY-COUNT
           MOVE 0 TO ACH-FILE-ENTRY-HASH
           MOVE 0 TO ACH-FILE-CREDIT-TOTAL
           ACCEPT ACH-CREATE-TIME FROM TIME
           MOVE SPACES TO AFH-IMMED-DEST
           MOVE ACH-DEST-ROUTING TO AFH-IMMED-DEST(2:9)
           MOVE ACH-COMPANY-ID TO AFH-IMMED-ORIGIN
           MOVE ACH-COMPANY-NAME TO AFH-ORIGIN-NAME
           MOVE "01" TO DR-CO-LOOKUP-CODE
           PERFORM 1450-FIND-COMPANY THRU 1450-EXIT
           IF DR-CO-SUB > 0
               MOVE DR-CO-ACH-ID(DR-CO-SUB) TO AFH-IMMED-ORIGIN
               MOVE DR-CO-ACH-NAME(DR-CO-SUB) TO AFH-ORIGIN-NAME
           END-IF
           MOVE DR-RUN-DATE(3:6) TO AFH-CREATE-DATE
           MOVE ACH-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE ACH-FILE-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE DR-RUN-DATE(3:6) TO ABH-DESC-DATE
           MOVE DR-RUN-DATE TO DR-BK-DATE-1
           CALL "BANKING-DAY" USING DR-BK-FUNCTION
               DR-BK-RESULT-DATE DR-BK-RESULT-COUNT
           MOVE DR-BK-RESULT-DATE(3:6) TO ABH-EFF-DATE
           MOVE ACH-ODFI-ID TO ABH-ODFI
           PERFORM 4050-WRITE-COMPANY-BATCH THRU 4050-EXIT
               VARYING DR-CO-IDX FROM 1 BY 1
               UNTIL DR-CO-IDX > DR-CO-COUNT
           MOVE ACH-BATCH-TOTAL TO AFC-BATCH-COUNT
           MOVE ACH-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-TOTAL-DEBIT
           MOVE ACH-FILE-CREDIT-TOTAL TO AFC-TOTAL-CREDIT
           ADD 1 TO ACH-RECORD-COUNT
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
           MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE ACH-FILE-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           COMPUTE ACH-FILL-COUNT =
               (ACH-BLOCK-COUNT * 10) - ACH-RECORD-COUNT
           PERFORM 4200-WRITE-ACH-FILL THRU 4200-EXIT
               ACH-FILL-COUNT TIMES
           CLOSE REMITTANCE-ACH-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------
      * 4050-WRITE-COMPANY-BATCH -- THE BATCH OF THE COMPANY AT
      * DR-CO-IDX: HEADER, ITS CODES' CREDITS, AND BATCH CONTROL,
      * WHOSE FIGURES ARE THEN CARRIED INTO THE FILE TOTALS
      *-----------------------
       4050-WRITE-COMPANY-BATCH.
           IF DR-CO-REMITTED(DR-CO-IDX) = 0
               GO TO 4050-EXIT
           END-IF
           SET DR-CO-SUB TO DR-CO-IDX
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO ACH-ENTRY-HASH
           MOVE 0 TO ACH-CREDIT-TOTAL
           ADD 1 TO ACH-BATCH-TOTAL
           MOVE DR-CO-ACH-NAME(DR-CO-IDX) TO ABH-COMPANY-NAME
           MOVE DR-CO-ACH-ID(DR-CO-IDX) TO ABH-COMPANY-ID
           MOVE ACH-BATCH-TOTAL TO ABH-BATCH-NO
           MOVE ACH-BATCH-HEADER TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE 0 TO ABC-TOTAL-DEBIT
           MOVE ACH-CREDIT-TOTAL TO ABC-TOTAL-CREDIT
           MOVE DR-CO-ACH-ID(DR-CO-IDX) TO ABC-COMPANY-ID
           MOVE ACH-ODFI-ID TO ABC-ODFI
           MOVE ACH-BATCH-TOTAL TO ABC-BATCH-NO
           MOVE ACH-BATCH-CONTROL TO DD-RECORD
           WRITE DD-RECORD
           ADD 1 TO ACH-RECORD-COUNT
           ADD ACH-ENTRY-COUNT TO ACH-FILE-ENTRY-COUNT
           ADD ACH-ENTRY-HASH TO ACH-FILE-ENTRY-HASH
           ADD ACH-CREDIT-TOTAL TO ACH-FILE-CREDIT-TOTAL.
       4050-EXIT.
           EXIT.

       4100-WRITE-ONE-ENTRY.
           IF DR-DED-CO-SUB(DR-DED-IDX) NOT = DR-CO-SUB
               GO TO 4100-EXIT
           END-IF
           IF DR-DED-AMOUNT-DUE(DR-DED-IDX) > 0
               AND DR-DED-PAYEE-RTN(DR-DED-IDX) > 0
               ADD 1 TO ACH-ENTRY-COUNT
               MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
               MOVE ACH-ENTRY-DETAIL TO DD-RECORD
               WRITE DD-RECORD
           END-IF
           IF DR-DED-MATCH-DUE(DR-DED-IDX) > 0
               PERFORM 4150-WRITE-MATCH-ENTRY THRU 4150-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------
      * 4150-WRITE-MATCH-ENTRY -- THE EMPLOYER MATCH ON A DEFERRAL
      * CODE GOES TO THE SAME PAYEE AS A CCD CREDIT OF ITS OWN
      *-----------------------
       4150-WRITE-MATCH-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQ
           ADD 1 TO ACH-RECORD-COUNT
           MOVE "22" TO AED-TRAN-CODE
           MOVE DR-DED-PAYEE-RTN(DR-DED-IDX) TO ACH-ROUTING-WORK
           MOVE ACH-ROUTING-FIRST-8 TO AED-RDFI-ROUTING
           MOVE ACH-ROUTING-CHECK TO AED-RDFI-CHECK
           ADD ACH-ROUTING-FIRST-8 TO ACH-ENTRY-HASH
           MOVE DR-DED-PAYEE-ACCT(DR-DED-IDX) TO AED-ACCOUNT
           COMPUTE AED-AMOUNT = DR-DED-MATCH-DUE(DR-DED-IDX) * 100
           COMPUTE ACH-CREDIT-TOTAL = ACH-CREDIT-TOTAL
               + (DR-DED-MATCH-DUE(DR-DED-IDX) * 100)
           MOVE DR-DED-CODE(DR-DED-IDX) TO DR-MATCH-INDIV-CODE
           MOVE DR-MATCH-INDIV-ID TO AED-INDIV-ID
           MOVE DR-DED-PAYEE-NAME(DR-DED-IDX) TO AED-INDIV-NAME
           MOVE ACH-ODFI-ID TO AED-TRACE-ODFI
           MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
           MOVE ACH-ENTRY-DETAIL TO DD-RECORD
           WRITE DD-RECORD.
       4150-EXIT.
           EXIT.

       4200-WRITE-ACH-FILL.
           MOVE ACH-FILL-RECORD TO DD-RECORD
           WRITE DD-RECORD.
      *-----------------------
      * 5000-WRITE-GL-SEGMENT -- THE OFFSETTING JOURNAL: A DEBIT
      * CLEARING EACH CODE'S LIABILITY ACCOUNT AND ONE CREDIT TO
      * THE CLEARING ACCOUNT THE ACH SETTLES THROUGH PER COMPANY,
      * CLOSED WITH THE PROOF PAIR AND A CONTROL TRAILER
      *-----------------------
       5000-WRITE-GL-SEGMENT.
           OPEN EXTEND GL-EXTRACT-FILE
           PERFORM 5100-WRITE-LIABILITY-DEBIT THRU 5100-EXIT
               VARYING DR-DED-IDX FROM 1 BY 1
               UNTIL DR-DED-IDX > DR-DED-COUNT
           PERFORM 5200-WRITE-CLEARING-CREDIT THRU 5200-EXIT
               VARYING DR-CO-IDX FROM 1 BY 1
               UNTIL DR-CO-IDX > DR-CO-COUNT
           MOVE SPACES TO GL-RECORD
           MOVE DR-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           EXIT.

       5100-WRITE-LIABILITY-DEBIT.
           IF DR-DED-CO-SUB(DR-DED-IDX) = 0
               GO TO 5100-EXIT
           END-IF
           IF DR-DED-AMOUNT-DUE(DR-DED-IDX) > 0
               AND DR-DED-PAYEE-RTN(DR-DED-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE DR-DED-AMOUNT-DUE(DR-DED-IDX) TO GL-AMOUNT
               MOVE DR-DED-COMPANY(DR-DED-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO DR-TRL-COUNT
               ADD GL-AMOUNT TO DR-TRL-HASH
           END-IF
      * THE MATCH CLEARS THE PLAN-LIABILITY ACCOUNT THE PAY CYCLE
      * CREDITED IT TO
           IF DR-DED-MATCH-DUE(DR-DED-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE DR-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE DR-DED-MATCH-ACCT(DR-DED-IDX) TO GL-ACCOUNT-CODE
               MOVE DR-DED-CODE(DR-DED-IDX) TO GL-DEPARTMENT
               MOVE "D" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE DR-DED-MATCH-DUE(DR-DED-IDX) TO GL-AMOUNT
               MOVE DR-DED-COMPANY(DR-DED-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO DR-TRL-COUNT
               ADD GL-AMOUNT TO DR-TRL-HASH
       5100-EXIT.
           EXIT.

       5200-WRITE-CLEARING-CREDIT.
           IF DR-CO-REMITTED(DR-CO-IDX) > 0
               MOVE SPACES TO GL-RECORD
               MOVE DR-RUN-DATE TO GL-RUN-DATE
               MOVE "J" TO GL-RECORD-TYPE
               MOVE GL-CLEARING-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "REMIT" TO GL-DEPARTMENT
               MOVE "C" TO GL-DRCR-FLAG
               MOVE "DEDUCT" TO GL-LINE-TYPE
               MOVE DR-CO-REMITTED(DR-CO-IDX) TO GL-AMOUNT
               MOVE DR-CO-CODE(DR-CO-IDX) TO GL-COMPANY-CODE
               WRITE GL-RECORD
               ADD 1 TO DR-TRL-COUNT
               ADD GL-AMOUNT TO DR-TRL-HASH
           END-IF.
       5200-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
           DISPLAY "  MARKED REMITTED...: " DR-COUNT-MARKED
           DISPLAY "  LEFT STANDING.....: " DR-COUNT-SKIPPED
           DISPLAY "  TOTAL REMITTED....: " DR-TOTAL-REMITTED
           DISPLAY "  EMPLOYER MATCH....: " DR-TOTAL-MATCH
           IF RETURN-CODE = 0 AND DR-COUNT-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF DR-CODE-FOUND
               SET DR-DED-IDX TO DR-DED-SUB
               IF DR-DED-PAYEE-RTN(DR-DED-IDX) > 0
                   AND DR-DED-CO-SUB(DR-DED-IDX) > 0
                   AND (DE-YTD-TAKEN > DE-YTD-REMITTED
                    OR (DR-DED-MATCH-ACCT(DR-DED-IDX) NOT = SPACES
                        AND DE-YTD-MATCH > DE-MATCH-REMITTED))
                   MOVE DE-YTD-TAKEN TO DE-YTD-REMITTED
                   IF DR-DED-MATCH-ACCT(DR-DED-IDX) NOT = SPACES
                       MOVE DE-YTD-MATCH TO DE-MATCH-REMITTED
                   END-IF
                   REWRITE DEDUCTION-ENROLL-RECORD
                   ADD 1 TO DR-COUNT-MARKED
               END-IF
