       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUSPENSE-RESOLUTION.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. GL-POSTING writes unknown-
      *                  account, closed-period and unknown-company
      *                  lines to the suspense file (GLSUSP) and
      *                  nothing ever read it back, so the books sat
      *                  out of balance by exactly the suspense
      *                  total. This job reads the whole suspense
      *                  file, identifies each item by its line date
      *                  and its place among that date's items, and
      *                  applies the resolutions finance keys to
      *                  GLSACT: R reclasses an item to a valid chart
      *                  account in its own period, P redirects it
      *                  (optionally to a new account) into the
      *                  current open period, W writes it off to the
      *                  designated write-off account. Applying takes
      *                  a level-2 OPERMAST operator. The resolved
      *                  lines are appended to the GL extract as one
      *                  trailed correction segment dated the
      *                  business date, so GL-POSTING posts them
      *                  normally, and each resolution is written to
      *                  the keyed resolution log (GLSRLOG) that
      *                  marks the item resolved on every later run.
      *                  The report closes with the aging of every
      *                  item still open.
      * 2026-10-15  JCM  The resolution approval names this program on
      *                  the central security log, and each suspense
      *                  item resolved is logged against the approving
      *                  operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SUS-STATUS.
           SELECT OPTIONAL ACTION-FILE ASSIGN TO "GLSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-ACT-STATUS.
           SELECT OPTIONAL RESOLUTION-LOG-FILE ASSIGN TO "GLSRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-ITEM-KEY
               FILE STATUS IS SR-LOG-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-CHT-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-CO-STATUS.
           SELECT OPTIONAL POSTED-THROUGH-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PTD-STATUS.
           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PRD-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-GLX-STATUS.
           SELECT RESOLUTION-REPORT-FILE ASSIGN TO "GLSRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * THE EXTRACT LINE AS GL-POSTING REJECTED IT, WITH ITS
      * SUSPENSE TAG IN COLUMN 55 -- LAID OUT IN SR-SUSP-LINE
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD             PIC X(60).

      * ONE RESOLUTION PER SUSPENSE ITEM, KEYED BY FINANCE FROM THE
      * ITEM NUMBER ON THE AGING REPORT
       FD  ACTION-FILE.
       01  ACTION-RECORD.
           05  SA-ITEM-KEY.
               10  SA-LINE-DATE        PIC 9(08).
               10  SA-DATE-SEQ         PIC 9(05).
           05  SA-ACTION               PIC X(01).
               88  SA-RECLASS              VALUE "R".
               88  SA-REDIRECT             VALUE "P".
               88  SA-WRITE-OFF            VALUE "W".
           05  SA-NEW-ACCOUNT          PIC X(06).
           05  SA-REASON               PIC X(30).

      * ONE RECORD PER SUSPENSE ITEM RESOLVED: WHAT WAS DONE, TO
      * WHICH ACCOUNT AND PERIOD, BY WHOM AND WHEN
       FD  RESOLUTION-LOG-FILE.
       01  RESOLUTION-LOG-RECORD.
           05  SL-ITEM-KEY.
               10  SL-LINE-DATE        PIC 9(08).
               10  SL-DATE-SEQ         PIC 9(05).
           05  SL-ACTION               PIC X(01).
           05  SL-SUSPENSE-TAG         PIC X(06).
           05  SL-OLD-ACCOUNT          PIC X(06).
           05  SL-NEW-ACCOUNT          PIC X(06).
           05  SL-NEW-DATE             PIC 9(08).
           05  SL-DRCR-FLAG            PIC X(01).
           05  SL-AMOUNT               PIC 9(09)V9(02).
           05  SL-COMPANY-CODE         PIC X(02).
           05  SL-OPERATOR-ID          PIC X(08).
           05  SL-REASON               PIC X(30).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-RECORD.
           05  GA-ACCOUNT-CODE         PIC X(06).
           05  GA-DESCRIPTION          PIC X(20).
           05  GA-ACCOUNT-TYPE         PIC X(01).
           05  GA-STMT-LINE            PIC 9(02).

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.

      * GL-POSTING'S POSTED-THROUGH MARKER -- SAME LAYOUT GLPOST
      * WRITES
       FD  POSTED-THROUGH-FILE.
       01  POSTED-THROUGH-RECORD.
           05  PT-POSTED-DATE          PIC 9(08).
           05  FILLER                  PIC X(02).
           05  PT-POSTED-LINES         PIC 9(07).

       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD               PIC 9(06).
           05  PS-STATUS               PIC X(01).
           05  PS-CLOSED-DATE          PIC 9(08).

       FD  GL-EXTRACT-FILE.
           COPY GLREC.

       FD  RESOLUTION-REPORT-FILE.
       01  RR-LINE                     PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  SR-SUS-STATUS            PIC X(02) VALUE "00".
       01  SR-ACT-STATUS            PIC X(02) VALUE "00".
       01  SR-LOG-STATUS            PIC X(02) VALUE "00".
       01  SR-CHT-STATUS            PIC X(02) VALUE "00".
       01  SR-CO-STATUS             PIC X(02) VALUE "00".
       01  SR-PTD-STATUS            PIC X(02) VALUE "00".
       01  SR-PRD-STATUS            PIC X(02) VALUE "00".
       01  SR-GLX-STATUS            PIC X(02) VALUE "00".
       01  SR-RPT-STATUS            PIC X(02) VALUE "00".
       01  SR-SUS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-SUSPENSE         VALUE "Y".
       01  SR-ACT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-ACTIONS          VALUE "Y".
       01  SR-CHT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CHART            VALUE "Y".
       01  SR-CO-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-COMPANIES        VALUE "Y".
       01  SR-PRD-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-PERIOD-FILE      VALUE "Y".
       01  SR-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  SR-OPEN-ERROR           VALUE "Y".
       01  SR-REFUSED-SWITCH        PIC X(01) VALUE "N".
           88  SR-REFUSED              VALUE "Y".
       01  SR-APPLY-SWITCH          PIC X(01) VALUE "N".
           88  SR-APPLYING             VALUE "Y".
       01  SR-LOG-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  SR-LOG-ON-FILE          VALUE "Y".
       01  SR-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  SR-FOUND                VALUE "Y".

       01  SR-RUN-DATE              PIC 9(08).
       01  SR-RUN-PERIOD            PIC 9(06) VALUE 0.
       01  SR-POSTED-THROUGH        PIC 9(08) VALUE 0.
       01  SR-MODE                  PIC 9(01) VALUE 1.
       01  SR-WRITE-OFF-ACCOUNT     PIC X(06) VALUE SPACES.
       01  SR-WRITE-OFF-VALID       PIC X(01) VALUE "N".
           88  SR-WRITE-OFF-OK         VALUE "Y".

      * ONE SUSPENSE LINE -- THE GLREC LAYOUT, THEN GL-POSTING'S
      * TAG: BLANK FOR AN ACCOUNT NOT ON THE CHART, CLOSED FOR A
      * CLOSED PERIOD, COMPNY FOR A COMPANY NOT ON COMPMST
       01  SR-SUSP-LINE.
           05  SU-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SU-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  SU-ACCOUNT-CODE         PIC X(06).
           05  FILLER                  PIC X(01).
           05  SU-DEPARTMENT           PIC X(10).
           05  FILLER                  PIC X(01).
           05  SU-DRCR-FLAG            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SU-LINE-TYPE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  SU-AMOUNT               PIC 9(09)V9(02).
           05  FILLER                  PIC X(01).
           05  SU-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(01).
           05  SU-TAG                  PIC X(06).
               88  SU-TAG-UNKNOWN-ACCOUNT  VALUE SPACES.
               88  SU-TAG-CLOSED-PERIOD    VALUE "CLOSED".
               88  SU-TAG-UNKNOWN-COMPANY  VALUE "COMPNY".
       01  SR-SUSP-PERIOD           PIC 9(06) VALUE 0.

      * EVERY SUSPENSE ITEM ON FILE. STATUS O OPEN, R RESOLVED BY
      * AN EARLIER RUN (ON THE LOG), N RESOLVED BY THIS RUN.
       01  SR-ITEM-TABLE.
           05  SR-ITEM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SR-ITEM-IDX.
               10  SR-IT-KEY.
                   15  SR-IT-LINE-DATE PIC 9(08).
                   15  SR-IT-DATE-SEQ  PIC 9(05).
               10  SR-IT-LINE          PIC X(60).
               10  SR-IT-STATUS        PIC X(01).
               10  SR-IT-ACTION        PIC X(01).
               10  SR-IT-NEW-ACCOUNT   PIC X(06).
               10  SR-IT-REASON        PIC X(30).
       01  SR-ITEM-COUNT            PIC 9(04) VALUE 0.
       01  SR-ITEM-SUB              PIC 9(04) VALUE 0.

      * ITEMS SEEN SO FAR PER LINE DATE -- THE ITEM'S SEQUENCE IS
      * ITS PLACE AMONG ITS DATE'S ITEMS IN FILE ORDER. GL-POSTING
      * ONLY EVER APPENDS TO THE FILE, SO THE NUMBER HOLDS FROM RUN
      * TO RUN.
       01  SR-DATE-TABLE.
           05  SR-DATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY SR-DATE-IDX.
               10  SR-DT-DATE          PIC 9(08).
               10  SR-DT-COUNT         PIC 9(05).
       01  SR-DATE-COUNT            PIC 9(03) VALUE 0.
       01  SR-DATE-SUB              PIC 9(03) VALUE 0.

       01  SR-CHART-TABLE.
           05  SR-CHART-ACCOUNT OCCURS 200 TIMES
                   INDEXED BY SR-CHART-IDX  PIC X(06).
       01  SR-CHART-COUNT           PIC 9(03) VALUE 0.

       01  SR-CO-TABLE.
           05  SR-CO-CODE OCCURS 10 TIMES INDEXED BY SR-CO-IDX
                                    PIC X(02).
       01  SR-CO-COUNT              PIC 9(02) VALUE 0.
       01  SR-CO-LOOKUP-CODE        PIC X(02).

      * THE ACTION IN HAND
       01  SR-TARGET-ACCOUNT        PIC X(06).
       01  SR-REJECT-REASON         PIC X(40).

      * COUNTS, THE CORRECTION SEGMENT'S PROOF, AND THE AGING
       01  SR-COUNT-ACTIONS         PIC 9(05) VALUE 0.
       01  SR-COUNT-APPLIED         PIC 9(05) VALUE 0.
       01  SR-COUNT-REJECTED        PIC 9(05) VALUE 0.
       01  SR-COUNT-OPEN            PIC 9(05) VALUE 0.
       01  SR-DEBIT-TOTAL           PIC 9(11)V9(02) VALUE 0.
       01  SR-CREDIT-TOTAL          PIC 9(11)V9(02) VALUE 0.
       01  SR-TRL-COUNT             PIC 9(07) VALUE 0.
       01  SR-TRL-HASH              PIC 9(13)V9(02) VALUE 0.
       01  SR-AGE-DAYS              PIC 9(05) VALUE 0.
       01  SR-AGE-SUB               PIC 9(01) VALUE 0.
       01  SR-AGE-TABLE.
           05  SR-AGE-ENTRY OCCURS 4 TIMES.
               10  SR-AGE-ITEMS        PIC 9(05).
               10  SR-AGE-DEBITS       PIC 9(11)V9(02).
               10  SR-AGE-CREDITS      PIC 9(11)V9(02).
       01  SR-AGE-LABELS.
           05  FILLER               PIC X(14) VALUE "0-30 DAYS".
           05  FILLER               PIC X(14) VALUE "31-60 DAYS".
           05  FILLER               PIC X(14) VALUE "61-90 DAYS".
           05  FILLER               PIC X(14) VALUE "OVER 90 DAYS".
       01  SR-AGE-LABEL-TABLE REDEFINES SR-AGE-LABELS.
           05  SR-AGE-LABEL OCCURS 4 TIMES PIC X(14).
       01  SR-OPEN-DEBITS           PIC 9(11)V9(02) VALUE 0.
       01  SR-OPEN-CREDITS          PIC 9(11)V9(02) VALUE 0.
       01  SR-OPEN-NET              PIC S9(11)V9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  SR-VA-PROMPT-1           PIC X(60).
       01  SR-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  SR-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  SR-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  SR-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * OPERATOR-AUTHORITY CALL FIELDS -- RESOLVING SUSPENSE INTO
      * THE BOOKS IS A LEVEL-2 (OPERATIONS UPDATE) ACTION
       01  SR-OA-ACTION             PIC X(40) VALUE
               "GL SUSPENSE RESOLUTION".
       01  SR-OA-LEVEL              PIC 9(01) VALUE 2.
       01  SR-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  SR-OA-RESULT             PIC X(01) VALUE "D".
           88  SR-OPERATOR-APPROVED     VALUE "A".
       01  SR-OA-OBJECT             PIC X(30) VALUE
               "GL SUSPENSE ITEMS".

      * SECURITY-LOG CALL FIELDS -- EACH ITEM RESOLVED IS LOGGED
      * AGAINST THE APPROVING OPERATOR
       01  SR-SEC-TYPE              PIC X(01) VALUE "O".
       01  SR-SEC-ACTION            PIC X(40) VALUE SPACES.
       01  SR-SEC-OBJECT            PIC X(30) VALUE SPACES.
       01  SR-SEC-CODE              PIC 9(03) VALUE 0.

      * REPORT LINES
       01  RR-HDR-LINE.
           05  FILLER              PIC X(30) VALUE
               "GL SUSPENSE RESOLUTION".
           05  FILLER              PIC X(09) VALUE "RUN DATE ".
           05  RH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(19) VALUE
               "  CORRECTION PERIOD".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RH-RUN-PERIOD       PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RH-MODE             PIC X(25).

       01  RR-SECTION-LINE.
           05  RS-TITLE            PIC X(60).

       01  RR-ACTION-LINE.
           05  RA-LINE-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE "-".
           05  RA-DATE-SEQ         PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-ACTION           PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-OLD-ACCOUNT      PIC X(06).
           05  FILLER              PIC X(04) VALUE " -> ".
           05  RA-NEW-ACCOUNT      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-DRCR             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RA-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RA-RESULT           PIC X(48).

       01  RR-PROOF-LINE.
           05  FILLER              PIC X(20) VALUE
               "CORRECTION SEGMENT".
           05  RP-LINES            PIC ZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE " LINES  ".
           05  FILLER              PIC X(07) VALUE "DEBITS ".
           05  RP-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS ".
           05  RP-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RR-AGING-HDR-LINE.
           05  FILLER              PIC X(50) VALUE
               "ITEM           AGE SOURCE REASON          ACCOUNT ".
           05  FILLER              PIC X(50) VALUE
               "DEPARTMENT CO D/C         AMOUNT".

       01  RR-AGING-LINE.
           05  RG-LINE-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE "-".
           05  RG-DATE-SEQ         PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RG-AGE              PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RG-LINE-TYPE        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RG-REASON           PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RG-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RG-DEPARTMENT       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RG-COMPANY          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RG-DRCR             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  RR-BUCKET-LINE.
           05  RB-LABEL            PIC X(14).
           05  RB-ITEMS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE " ITEMS  ".
           05  FILLER              PIC X(07) VALUE "DEBITS ".
           05  RB-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS ".
           05  RB-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RR-NET-LINE.
           05  FILLER              PIC X(45) VALUE
               "BOOKS OUT OF BALANCE BY (DEBIT +)".
           05  RN-NET              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "SUSPENSE-RESOLUTION".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
           COPY FILETRL.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SR-OPEN-ERROR
               IF SR-APPLYING AND NOT SR-REFUSED
                   PERFORM 2000-APPLY-ACTIONS THRU 2000-EXIT
                   IF SR-COUNT-APPLIED > 0
                       PERFORM 3000-WRITE-CORRECTIONS THRU 3000-EXIT
                   END-IF
               END-IF
               PERFORM 4000-PRINT-AGING THRU 4000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SR-OPEN-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN SR-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN SR-COUNT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MODE (1 AGING ONLY, 2 APPLY THE
      * RESOLUTIONS), AND FOR MODE 2 THE OPERATOR'S AUTHORITY AND
      * THE WRITE-OFF ACCOUNT; OPEN THE FILES AND LOAD THE CHART,
      * COMPANIES, GUARDS, AND THE SUSPENSE ITEMS. A DENIED
      * OPERATOR DROPS THE RUN TO THE AGING REPORT ONLY.
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER 1 FOR THE SUSPENSE AGING ONLY, 2 TO APPLY"
               TO SR-VA-PROMPT-1
           MOVE "THE KEYED RESOLUTIONS (GLSACT)" TO SR-VA-PROMPT-2
           MOVE 1 TO SR-VA-LOW
           MOVE 2 TO SR-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING SR-VA-PROMPT-1
               SR-VA-PROMPT-2 SR-VA-LOW SR-VA-HIGH SR-VA-RESULT
           MOVE SR-VA-RESULT TO SR-MODE
           IF SR-MODE = 2
               CALL "OPERATOR-AUTHORITY" USING SR-OA-ACTION
                   SR-OA-LEVEL SR-OPERATOR-ID SR-OA-RESULT
                   JB-NAME SR-OA-OBJECT
               IF SR-OPERATOR-APPROVED
                   SET SR-APPLYING TO TRUE
                   DISPLAY "ENTER THE SUSPENSE WRITE-OFF ACCOUNT"
                   ACCEPT SR-WRITE-OFF-ACCOUNT
               ELSE
                   DISPLAY "*** RESOLUTION NOT AUTHORIZED -- AGING "
                       "REPORT ONLY, NOTHING RESOLVED ***"
               END-IF
           END-IF
           CALL "BUSINESS-DATE" USING SR-RUN-DATE
           DIVIDE SR-RUN-DATE BY 100 GIVING SR-RUN-PERIOD
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SR-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF SR-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF
           MOVE SR-RUN-DATE TO RH-RUN-DATE
           MOVE SR-RUN-PERIOD TO RH-RUN-PERIOD
           IF SR-APPLYING
               MOVE "APPLYING RESOLUTIONS" TO RH-MODE
           ELSE
               MOVE "AGING ONLY" TO RH-MODE
           END-IF
           MOVE RR-HDR-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 1200-LOAD-CHART THRU 1200-EXIT
           PERFORM 1300-LOAD-COMPANIES THRU 1300-EXIT
           IF SR-APPLYING
               PERFORM 1400-CHECK-POSTED-THROUGH THRU 1400-EXIT
               PERFORM 1500-CHECK-PERIOD-STATUS THRU 1500-EXIT
               SET SR-CHART-IDX TO 1
               SEARCH SR-CHART-ACCOUNT
                   AT END
                       DISPLAY "*** WRITE-OFF ACCOUNT "
                           SR-WRITE-OFF-ACCOUNT " IS NOT ON THE "
                           "CHART -- WRITE-OFFS WILL BE REJECTED ***"
                   WHEN SR-CHART-ACCOUNT(SR-CHART-IDX)
                           = SR-WRITE-OFF-ACCOUNT
                       SET SR-WRITE-OFF-OK TO TRUE
               END-SEARCH
           END-IF
           PERFORM 1600-LOAD-SUSPENSE THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN OUTPUT RESOLUTION-REPORT-FILE
           IF SR-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RESOLUTION REPORT -- "
                   "STATUS " SR-RPT-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF SR-CHT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-OF-ACCOUNTS FILE "
                   "-- STATUS " SR-CHT-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF SR-SUS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN SUSPENSE FILE -- "
                   "STATUS " SR-SUS-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
           END-IF
           IF SR-APPLYING
               OPEN I-O RESOLUTION-LOG-FILE
           ELSE
               OPEN INPUT RESOLUTION-LOG-FILE
           END-IF
           EVALUATE TRUE
               WHEN SR-LOG-STATUS = "00"
                   SET SR-LOG-ON-FILE TO TRUE
               WHEN SR-LOG-STATUS(1:1) = "0"
      *            NO LOG YET -- NOTHING HAS EVER BEEN RESOLVED
                   IF SR-APPLYING
                       SET SR-LOG-ON-FILE TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN RESOLUTION LOG -- "
                       "STATUS " SR-LOG-STATUS " ***"
                   SET SR-OPEN-ERROR TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1200-LOAD-CHART.
           MOVE 0 TO SR-CHART-COUNT
           MOVE HIGH-VALUES TO SR-CHART-TABLE
           PERFORM 1210-READ-CHART THRU 1210-EXIT
           PERFORM 1220-STORE-CHART THRU 1220-EXIT
               UNTIL END-OF-CHART
                  OR SR-CHART-COUNT >= 200
           CLOSE CHART-OF-ACCOUNTS-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CHART.
           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-CHART.
           ADD 1 TO SR-CHART-COUNT
           MOVE GA-ACCOUNT-CODE TO SR-CHART-ACCOUNT(SR-CHART-COUNT)
           PERFORM 1210-READ-CHART THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 1300-LOAD-COMPANIES -- THE COMPANIES GL-POSTING WILL TAKE.
      * NO MASTER ON HAND IS COMPANY "01" ALONE, AS THERE.
      *-----------------------
       1300-LOAD-COMPANIES.
           MOVE 0 TO SR-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF SR-CO-STATUS(1:1) = "0"
               PERFORM 1310-READ-COMPANY THRU 1310-EXIT
               PERFORM 1320-STORE-COMPANY THRU 1320-EXIT
                   UNTIL END-OF-COMPANIES
                      OR SR-CO-COUNT >= 10
           END-IF
           CLOSE COMPANY-MASTER-FILE
           IF SR-CO-COUNT = 0
               MOVE 1 TO SR-CO-COUNT
               MOVE "01" TO SR-CO-CODE(1)
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-COMPANY.
           ADD 1 TO SR-CO-COUNT
           MOVE CO-COMPANY-CODE TO SR-CO-CODE(SR-CO-COUNT)
           PERFORM 1310-READ-COMPANY THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------
      * 1400-CHECK-POSTED-THROUGH -- THE CORRECTION SEGMENT IS
      * DATED THE BUSINESS DATE. GL-POSTING PASSES OVER LINES DATED
      * BEFORE ITS MARKER; THE MARKER DATE ITSELF IS STILL OPEN TO
      * LINES APPENDED AFTER THE ONES IT COUNTED.
      *-----------------------
       1400-CHECK-POSTED-THROUGH.
           MOVE 0 TO SR-POSTED-THROUGH
           OPEN INPUT POSTED-THROUGH-FILE
           IF SR-PTD-STATUS(1:1) = "0"
               READ POSTED-THROUGH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PT-POSTED-DATE NUMERIC
                           MOVE PT-POSTED-DATE TO SR-POSTED-THROUGH
                       END-IF
               END-READ
           END-IF
           CLOSE POSTED-THROUGH-FILE
           IF SR-POSTED-THROUGH > SR-RUN-DATE
               DISPLAY "*** GL IS POSTED THROUGH " SR-POSTED-THROUGH
                   " -- CORRECTIONS DATED " SR-RUN-DATE " WOULD BE "
                   "PASSED OVER AS ALREADY POSTED. NOTHING RESOLVED "
                   "***"
               SET SR-REFUSED TO TRUE
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------
      * 1500-CHECK-PERIOD-STATUS -- THE CURRENT PERIOD MUST BE OPEN
      * OR EVERY CORRECTION WOULD SUSPEND AGAIN
      *-----------------------
       1500-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF SR-PRD-STATUS(1:1) = "0"
               PERFORM 1510-READ-PERIOD-STATUS THRU 1510-EXIT
               PERFORM 1520-TEST-ONE-PERIOD THRU 1520-EXIT
                   UNTIL END-OF-PERIOD-FILE
           END-IF
           CLOSE PERIOD-STATUS-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PERIOD-STATUS.
           READ PERIOD-STATUS-FILE
               AT END
                   SET END-OF-PERIOD-FILE TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-TEST-ONE-PERIOD.
           IF PS-PERIOD = SR-RUN-PERIOD AND PS-STATUS = "C"
               DISPLAY "*** PERIOD " SR-RUN-PERIOD " IS CLOSED "
                   "-- NOTHING RESOLVED ***"
               SET SR-REFUSED TO TRUE
           END-IF
           PERFORM 1510-READ-PERIOD-STATUS THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *-----------------------
      * 1600-LOAD-SUSPENSE -- EVERY SUSPENSE LINE, NUMBERED WITHIN
      * ITS LINE DATE, AND MARKED RESOLVED WHEN THE LOG HAS IT
      *-----------------------
       1600-LOAD-SUSPENSE.
           MOVE 0 TO SR-ITEM-COUNT
           MOVE 0 TO SR-DATE-COUNT
           PERFORM 1610-READ-SUSPENSE THRU 1610-EXIT
           PERFORM 1620-STORE-ITEM THRU 1620-EXIT
               UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-STORE-ITEM.
           IF SR-ITEM-COUNT >= 2000 OR SR-DATE-COUNT >= 500
               DISPLAY "*** MORE THAN 2000 SUSPENSE ITEMS OR 500 "
                   "LINE DATES -- THE REST ARE NOT LOADED ***"
               SET SR-REFUSED TO TRUE
               SET END-OF-SUSPENSE TO TRUE
               GO TO 1620-EXIT
           END-IF
           MOVE SUSPENSE-RECORD TO SR-SUSP-LINE
           MOVE "N" TO SR-FOUND-SWITCH
           PERFORM 1630-MATCH-DATE THRU 1630-EXIT
               VARYING SR-DATE-IDX FROM 1 BY 1
               UNTIL SR-DATE-IDX > SR-DATE-COUNT
                  OR SR-FOUND
           IF NOT SR-FOUND
               ADD 1 TO SR-DATE-COUNT
               MOVE SR-DATE-COUNT TO SR-DATE-SUB
               MOVE SU-RUN-DATE TO SR-DT-DATE(SR-DATE-SUB)
               MOVE 0 TO SR-DT-COUNT(SR-DATE-SUB)
           END-IF
           ADD 1 TO SR-DT-COUNT(SR-DATE-SUB)
           ADD 1 TO SR-ITEM-COUNT
           MOVE SR-ITEM-COUNT TO SR-ITEM-SUB
           MOVE SU-RUN-DATE TO SR-IT-LINE-DATE(SR-ITEM-SUB)
           MOVE SR-DT-COUNT(SR-DATE-SUB) TO SR-IT-DATE-SEQ(SR-ITEM-SUB)
           MOVE SUSPENSE-RECORD TO SR-IT-LINE(SR-ITEM-SUB)
           MOVE "O" TO SR-IT-STATUS(SR-ITEM-SUB)
           MOVE SPACES TO SR-IT-ACTION(SR-ITEM-SUB)
           MOVE SPACES TO SR-IT-NEW-ACCOUNT(SR-ITEM-SUB)
           MOVE SPACES TO SR-IT-REASON(SR-ITEM-SUB)
           IF SR-LOG-ON-FILE
               MOVE SR-IT-KEY(SR-ITEM-SUB) TO SL-ITEM-KEY
               READ RESOLUTION-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO SR-IT-STATUS(SR-ITEM-SUB)
               END-READ
           END-IF
           PERFORM 1610-READ-SUSPENSE THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

       1630-MATCH-DATE.
           IF SR-DT-DATE(SR-DATE-IDX) = SU-RUN-DATE
               SET SR-FOUND TO TRUE
               SET SR-DATE-SUB TO SR-DATE-IDX
           END-IF.
       1630-EXIT.
           EXIT.

      *-----------------------
      * 2000-APPLY-ACTIONS -- EACH KEYED RESOLUTION AGAINST ITS
      * ITEM. A RESOLUTION THAT FAILS A CHECK IS LISTED AND THE
      * ITEM STAYS OPEN; THE REST ARE HELD FOR THE CORRECTION
      * SEGMENT.
      *-----------------------
       2000-APPLY-ACTIONS.
           MOVE "RESOLUTIONS" TO RS-TITLE
           MOVE RR-SECTION-LINE TO RR-LINE
           WRITE RR-LINE
           OPEN INPUT ACTION-FILE
           IF SR-ACT-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN RESOLUTION ACTIONS -- "
                   "STATUS " SR-ACT-STATUS " ***"
               SET SR-OPEN-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-ACTION THRU 2010-EXIT
           PERFORM 2100-TAKE-ONE-ACTION THRU 2100-EXIT
               UNTIL END-OF-ACTIONS
           CLOSE ACTION-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-ACTION.
           READ ACTION-FILE
               AT END
                   SET END-OF-ACTIONS TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-TAKE-ONE-ACTION.
           ADD 1 TO SR-COUNT-ACTIONS
           MOVE SPACES TO SR-REJECT-REASON
           MOVE SA-LINE-DATE TO RA-LINE-DATE
           MOVE SA-DATE-SEQ TO RA-DATE-SEQ
           MOVE SA-ACTION TO RA-ACTION
           MOVE SPACES TO RA-OLD-ACCOUNT
           MOVE SPACES TO RA-NEW-ACCOUNT
           MOVE SPACES TO RA-DRCR
           MOVE 0 TO RA-AMOUNT
           MOVE "N" TO SR-FOUND-SWITCH
           PERFORM 2200-MATCH-ITEM THRU 2200-EXIT
               VARYING SR-ITEM-IDX FROM 1 BY 1
               UNTIL SR-ITEM-IDX > SR-ITEM-COUNT
                  OR SR-FOUND
           IF NOT SR-FOUND
               MOVE "NOT ON THE SUSPENSE FILE" TO SR-REJECT-REASON
               GO TO 2100-REJECT
           END-IF
           MOVE SR-IT-LINE(SR-ITEM-SUB) TO SR-SUSP-LINE
           DIVIDE SU-RUN-DATE BY 100 GIVING SR-SUSP-PERIOD
           MOVE SU-ACCOUNT-CODE TO RA-OLD-ACCOUNT
           MOVE SU-DRCR-FLAG TO RA-DRCR
           MOVE SU-AMOUNT TO RA-AMOUNT
           IF SR-IT-STATUS(SR-ITEM-SUB) NOT = "O"
               MOVE "ALREADY RESOLVED" TO SR-REJECT-REASON
               GO TO 2100-REJECT
           END-IF
           EVALUATE TRUE
               WHEN SA-RECLASS
                   MOVE SA-NEW-ACCOUNT TO SR-TARGET-ACCOUNT
                   IF SA-NEW-ACCOUNT = SPACES
                       MOVE "RECLASS NEEDS A NEW ACCOUNT"
                           TO SR-REJECT-REASON
                   END-IF
                   IF SR-SUSP-PERIOD NOT = SR-RUN-PERIOD
                       MOVE "ITEM IS IN ANOTHER PERIOD -- USE P"
                           TO SR-REJECT-REASON
                   END-IF
               WHEN SA-REDIRECT
                   IF SA-NEW-ACCOUNT = SPACES
                       MOVE SU-ACCOUNT-CODE TO SR-TARGET-ACCOUNT
                   ELSE
                       MOVE SA-NEW-ACCOUNT TO SR-TARGET-ACCOUNT
                   END-IF
               WHEN SA-WRITE-OFF
                   MOVE SR-WRITE-OFF-ACCOUNT TO SR-TARGET-ACCOUNT
                   IF NOT SR-WRITE-OFF-OK
                       MOVE "NO VALID WRITE-OFF ACCOUNT"
                           TO SR-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO SR-TARGET-ACCOUNT
                   MOVE "ACTION MUST BE R, P OR W" TO SR-REJECT-REASON
           END-EVALUATE
           MOVE SR-TARGET-ACCOUNT TO RA-NEW-ACCOUNT
           IF SR-REJECT-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF
           SET SR-CHART-IDX TO 1
           SEARCH SR-CHART-ACCOUNT
               AT END
                   MOVE "ACCOUNT NOT ON THE CHART" TO SR-REJECT-REASON
               WHEN SR-CHART-ACCOUNT(SR-CHART-IDX) = SR-TARGET-ACCOUNT
                   CONTINUE
           END-SEARCH
           IF SR-REJECT-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF
           MOVE SU-COMPANY-CODE TO SR-CO-LOOKUP-CODE
           IF SR-CO-LOOKUP-CODE = SPACES
               MOVE "01" TO SR-CO-LOOKUP-CODE
           END-IF
           SET SR-CO-IDX TO 1
           SEARCH SR-CO-CODE
               AT END
                   MOVE "COMPANY STILL NOT ON COMPMST"
                       TO SR-REJECT-REASON
                   GO TO 2100-REJECT
               WHEN SR-CO-CODE(SR-CO-IDX) = SR-CO-LOOKUP-CODE
                   CONTINUE
           END-SEARCH
           MOVE "N" TO SR-IT-STATUS(SR-ITEM-SUB)
           MOVE SA-ACTION TO SR-IT-ACTION(SR-ITEM-SUB)
           MOVE SR-TARGET-ACCOUNT TO SR-IT-NEW-ACCOUNT(SR-ITEM-SUB)
           MOVE SA-REASON TO SR-IT-REASON(SR-ITEM-SUB)
           ADD 1 TO SR-COUNT-APPLIED
           MOVE "APPLIED" TO RA-RESULT
           MOVE RR-ACTION-LINE TO RR-LINE
           WRITE RR-LINE
           GO TO 2100-NEXT.
       2100-REJECT.
           ADD 1 TO SR-COUNT-REJECTED
           MOVE SPACES TO RA-RESULT
           STRING "REJECTED -- " DELIMITED BY SIZE
               SR-REJECT-REASON DELIMITED BY SIZE
               INTO RA-RESULT
           MOVE RR-ACTION-LINE TO RR-LINE
           WRITE RR-LINE.
       2100-NEXT.
           PERFORM 2010-READ-ACTION THRU 2010-EXIT.
       2100-EXIT.
           EXIT.

       2200-MATCH-ITEM.
           IF SR-IT-KEY(SR-ITEM-IDX) = SA-ITEM-KEY
               SET SR-FOUND TO TRUE
               SET SR-ITEM-SUB TO SR-ITEM-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 3000-WRITE-CORRECTIONS -- THE RESOLVED LINES, EACH AS IT
      * WAS SUSPENDED BUT DATED THE BUSINESS DATE AND ON ITS NEW
      * ACCOUNT, AS ONE SEGMENT ON THE SHARED EXTRACT WITH ITS
      * PROOF PAIR AND CONTROL TRAILER; THEN THE LOG RECORDS. THE
      * LOG IS WRITTEN ONLY ONCE THE SEGMENT IS ON THE EXTRACT.
      *-----------------------
       3000-WRITE-CORRECTIONS.
           OPEN EXTEND GL-EXTRACT-FILE
           IF SR-GLX-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-EXTRACT FILE -- "
                   "STATUS " SR-GLX-STATUS " -- NOTHING RESOLVED ***"
               SET SR-OPEN-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE 0 TO SR-TRL-COUNT
           MOVE 0 TO SR-TRL-HASH
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
               VARYING SR-ITEM-SUB FROM 1 BY 1
               UNTIL SR-ITEM-SUB > SR-ITEM-COUNT
           MOVE SPACES TO GL-RECORD
           MOVE SR-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "D" TO GL-DRCR-FLAG
           MOVE "DEBITS" TO GL-LINE-TYPE
           MOVE SR-DEBIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE SR-RUN-DATE TO GL-RUN-DATE
           MOVE "P" TO GL-RECORD-TYPE
           MOVE "PROOF" TO GL-DEPARTMENT
           MOVE "C" TO GL-DRCR-FLAG
           MOVE "CREDIT" TO GL-LINE-TYPE
           MOVE SR-CREDIT-TOTAL TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 2 TO SR-TRL-COUNT
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE SR-RUN-DATE TO FT-RUN-DATE
           MOVE "TRAILER " TO FT-MARKER
           MOVE SR-TRL-COUNT TO FT-RECORD-COUNT
           MOVE SR-TRL-HASH TO FT-HASH-TOTAL
           MOVE FILE-TRAILER-RECORD TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-EXTRACT-FILE
           PERFORM 3200-LOG-ONE-ITEM THRU 3200-EXIT
               VARYING SR-ITEM-SUB FROM 1 BY 1
               UNTIL SR-ITEM-SUB > SR-ITEM-COUNT
           MOVE SR-COUNT-APPLIED TO RP-LINES
           MOVE SR-DEBIT-TOTAL TO RP-DEBITS
           MOVE SR-CREDIT-TOTAL TO RP-CREDITS
           MOVE RR-PROOF-LINE TO RR-LINE
           WRITE RR-LINE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-LINE.
           IF SR-IT-STATUS(SR-ITEM-SUB) NOT = "N"
               GO TO 3100-EXIT
           END-IF
           MOVE SR-IT-LINE(SR-ITEM-SUB) TO SR-SUSP-LINE
           MOVE SR-SUSP-LINE(1:53) TO GL-RECORD
           MOVE SR-RUN-DATE TO GL-RUN-DATE
           MOVE SR-IT-NEW-ACCOUNT(SR-ITEM-SUB) TO GL-ACCOUNT-CODE
           WRITE GL-RECORD
           ADD 1 TO SR-TRL-COUNT
           ADD GL-AMOUNT TO SR-TRL-HASH
           IF GL-IS-DEBIT
               ADD GL-AMOUNT TO SR-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO SR-CREDIT-TOTAL
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LOG-ONE-ITEM.
           IF SR-IT-STATUS(SR-ITEM-SUB) NOT = "N"
               GO TO 3200-EXIT
           END-IF
           MOVE SR-IT-LINE(SR-ITEM-SUB) TO SR-SUSP-LINE
           MOVE SR-IT-KEY(SR-ITEM-SUB) TO SL-ITEM-KEY
           MOVE SR-IT-ACTION(SR-ITEM-SUB) TO SL-ACTION
           MOVE SU-TAG TO SL-SUSPENSE-TAG
           MOVE SU-ACCOUNT-CODE TO SL-OLD-ACCOUNT
           MOVE SR-IT-NEW-ACCOUNT(SR-ITEM-SUB) TO SL-NEW-ACCOUNT
           MOVE SR-RUN-DATE TO SL-NEW-DATE
           MOVE SU-DRCR-FLAG TO SL-DRCR-FLAG
           MOVE SU-AMOUNT TO SL-AMOUNT
           MOVE SU-COMPANY-CODE TO SL-COMPANY-CODE
           MOVE SR-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE SR-IT-REASON(SR-ITEM-SUB) TO SL-REASON
           WRITE RESOLUTION-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** RESOLUTION LOG ALREADY HOLDS ITEM "
                       SL-LINE-DATE "-" SL-DATE-SEQ " -- STATUS "
                       SR-LOG-STATUS " ***"
                   SET SR-OPEN-ERROR TO TRUE
               NOT INVALID KEY
                   PERFORM 3250-LOG-SECURITY THRU 3250-EXIT
           END-WRITE.
       3200-EXIT.
           EXIT.

      * THE RESOLVED ITEM ON THE SECURITY LOG, UNDER THE RUN'S
      * APPROVAL
       3250-LOG-SECURITY.
           EVALUATE SL-ACTION
               WHEN "R"
                   MOVE "GL SUSPENSE ITEM RECLASSIFIED"
                       TO SR-SEC-ACTION
               WHEN "P"
                   MOVE "GL SUSPENSE ITEM REDIRECTED"
                       TO SR-SEC-ACTION
               WHEN OTHER
                   MOVE "GL SUSPENSE ITEM WRITTEN OFF"
                       TO SR-SEC-ACTION
           END-EVALUATE
           MOVE SPACES TO SR-SEC-OBJECT
           STRING "ITEM " DELIMITED BY SIZE
               SL-LINE-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SL-DATE-SEQ DELIMITED BY SIZE
               INTO SR-SEC-OBJECT
           END-STRING
           MOVE RETURN-CODE TO SR-SEC-CODE
           CALL "SECURITY-LOG" USING SR-SEC-TYPE SR-OPERATOR-ID
               JB-NAME SR-SEC-ACTION SR-OA-LEVEL SR-OA-RESULT
               SR-SEC-OBJECT SR-SEC-CODE.
       3250-EXIT.
           EXIT.

      *-----------------------
      * 4000-PRINT-AGING -- EVERY ITEM STILL OPEN, WITH ITS AGE IN
      * DAYS FROM ITS LINE DATE TO THE BUSINESS DATE, ITS SOURCE
      * LINE TYPE AND SUSPENSE REASON, THEN THE AGING BUCKETS AND
      * THE NET THE BOOKS ARE STILL OUT BY
      *-----------------------
       4000-PRINT-AGING.
           MOVE "OPEN SUSPENSE ITEMS" TO RS-TITLE
           MOVE RR-SECTION-LINE TO RR-LINE
           WRITE RR-LINE
           MOVE RR-AGING-HDR-LINE TO RR-LINE
           WRITE RR-LINE
           PERFORM 4050-CLEAR-ONE-BUCKET THRU 4050-EXIT
               VARYING SR-AGE-SUB FROM 1 BY 1
               UNTIL SR-AGE-SUB > 4
           PERFORM 4100-AGE-ONE-ITEM THRU 4100-EXIT
               VARYING SR-ITEM-SUB FROM 1 BY 1
               UNTIL SR-ITEM-SUB > SR-ITEM-COUNT
           PERFORM 4200-PRINT-ONE-BUCKET THRU 4200-EXIT
               VARYING SR-AGE-SUB FROM 1 BY 1
               UNTIL SR-AGE-SUB > 4
           MOVE "ALL OPEN ITEMS" TO RB-LABEL
           MOVE SR-COUNT-OPEN TO RB-ITEMS
           MOVE SR-OPEN-DEBITS TO RB-DEBITS
           MOVE SR-OPEN-CREDITS TO RB-CREDITS
           MOVE RR-BUCKET-LINE TO RR-LINE
           WRITE RR-LINE
           COMPUTE SR-OPEN-NET = SR-OPEN-DEBITS - SR-OPEN-CREDITS
           MOVE SR-OPEN-NET TO RN-NET
           MOVE RR-NET-LINE TO RR-LINE
           WRITE RR-LINE.
       4000-EXIT.
           EXIT.

       4050-CLEAR-ONE-BUCKET.
           MOVE 0 TO SR-AGE-ITEMS(SR-AGE-SUB)
           MOVE 0 TO SR-AGE-DEBITS(SR-AGE-SUB)
           MOVE 0 TO SR-AGE-CREDITS(SR-AGE-SUB).
       4050-EXIT.
           EXIT.

       4100-AGE-ONE-ITEM.
           IF SR-IT-STATUS(SR-ITEM-SUB) NOT = "O"
               GO TO 4100-EXIT
           END-IF
           MOVE SR-IT-LINE(SR-ITEM-SUB) TO SR-SUSP-LINE
           MOVE 0 TO SR-AGE-DAYS
           IF SU-RUN-DATE NUMERIC
               AND SU-RUN-DATE > 16010101
               AND SU-RUN-DATE < SR-RUN-DATE
               COMPUTE SR-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(SR-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(SU-RUN-DATE)
           END-IF
           EVALUATE TRUE
               WHEN SR-AGE-DAYS <= 30
                   MOVE 1 TO SR-AGE-SUB
               WHEN SR-AGE-DAYS <= 60
                   MOVE 2 TO SR-AGE-SUB
               WHEN SR-AGE-DAYS <= 90
                   MOVE 3 TO SR-AGE-SUB
               WHEN OTHER
                   MOVE 4 TO SR-AGE-SUB
           END-EVALUATE
           ADD 1 TO SR-COUNT-OPEN
           ADD 1 TO SR-AGE-ITEMS(SR-AGE-SUB)
           IF SU-DRCR-FLAG = "D"
               ADD SU-AMOUNT TO SR-AGE-DEBITS(SR-AGE-SUB)
               ADD SU-AMOUNT TO SR-OPEN-DEBITS
           ELSE
               ADD SU-AMOUNT TO SR-AGE-CREDITS(SR-AGE-SUB)
               ADD SU-AMOUNT TO SR-OPEN-CREDITS
           END-IF
           MOVE SR-IT-LINE-DATE(SR-ITEM-SUB) TO RG-LINE-DATE
           MOVE SR-IT-DATE-SEQ(SR-ITEM-SUB) TO RG-DATE-SEQ
           MOVE SR-AGE-DAYS TO RG-AGE
           MOVE SU-LINE-TYPE TO RG-LINE-TYPE
           EVALUATE TRUE
               WHEN SU-TAG-UNKNOWN-ACCOUNT
                   MOVE "UNKNOWN ACCOUNT" TO RG-REASON
               WHEN SU-TAG-CLOSED-PERIOD
                   MOVE "CLOSED PERIOD" TO RG-REASON
               WHEN SU-TAG-UNKNOWN-COMPANY
                   MOVE "UNKNOWN COMPANY" TO RG-REASON
               WHEN OTHER
                   MOVE SU-TAG TO RG-REASON
           END-EVALUATE
           MOVE SU-ACCOUNT-CODE TO RG-ACCOUNT
           MOVE SU-DEPARTMENT TO RG-DEPARTMENT
           MOVE SU-COMPANY-CODE TO RG-COMPANY
           MOVE SU-DRCR-FLAG TO RG-DRCR
           MOVE SU-AMOUNT TO RG-AMOUNT
           MOVE RR-AGING-LINE TO RR-LINE
           WRITE RR-LINE.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-BUCKET.
           MOVE SR-AGE-LABEL(SR-AGE-SUB) TO RB-LABEL
           MOVE SR-AGE-ITEMS(SR-AGE-SUB) TO RB-ITEMS
           MOVE SR-AGE-DEBITS(SR-AGE-SUB) TO RB-DEBITS
           MOVE SR-AGE-CREDITS(SR-AGE-SUB) TO RB-CREDITS
           MOVE RR-BUCKET-LINE TO RR-LINE
           WRITE RR-LINE.
       4200-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-SUMMARY -- END-OF-RUN COUNTS FOR THE OPERATOR
      *-----------------------
       6000-PRINT-SUMMARY.
           DISPLAY "SUSPENSE-RESOLUTION SUMMARY"
           DISPLAY "  SUSPENSE ITEMS ON FILE: " SR-ITEM-COUNT
           DISPLAY "  RESOLUTIONS READ......: " SR-COUNT-ACTIONS
           DISPLAY "  RESOLUTIONS APPLIED...: " SR-COUNT-APPLIED
           DISPLAY "  RESOLUTIONS REJECTED..: " SR-COUNT-REJECTED
           DISPLAY "  ITEMS STILL OPEN......: " SR-COUNT-OPEN
           IF SR-COUNT-APPLIED > 0 AND RETURN-CODE < 16
               DISPLAY "  CORRECTION SEGMENT DATED " SR-RUN-DATE
                   " APPENDED TO THE GL EXTRACT -- RESOLVED BY "
                   SR-OPERATOR-ID
           END-IF.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME SR-RUN-DATE
               JB-TYPE JB-CODE
           IF SR-LOG-ON-FILE
               CLOSE RESOLUTION-LOG-FILE
           END-IF
           CLOSE RESOLUTION-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM SUSPENSE-RESOLUTION.
