      *                  monthly salary every week. The pay cycle
      *                  also skips the combination unpaid in case
      *                  a converted record still carries it.
      * 2026-10-15  JCM  Transaction now carries the work-location code
      *                  for the master's new state and local
      *                  withholding field, added at the end of the
      *                  record so existing EMPTRAN layouts keep their
      *                  offsets. Blank means no state or local
      *                  withholding. The pending image and change-
      *                  history images are widened to match.
      * 2026-10-15  JCM  Transaction now carries the employee's taxpayer
      *                  ID for the master's new annual wage-filing
      *                  field, edited to nine digits or blank and added
      *                  at the end of the record. The pending image and
      *                  change-history images are widened to match.
      * 2026-10-15  JCM  New action code P, a pay-rate change: it
      *                  rewrites only the salary, or the hourly rate
      *                  for pay class H, and leaves every other master
      *                  field as it stands, so a rate change banked
      *                  ahead of its date cannot undo a transfer,
      *                  termination or bank change keyed in the
      *                  meantime. It is refused when the master's pay
      *                  class no longer matches the one the rate was
      *                  set for. The merit-cycle run banks its
      *                  increases this way.
      * 2026-10-15  JCM  Transaction now carries the employee's company
      *                  code for the master's new employing-company
      *                  field, added at the end of the record. A code
      *                  must be on the new company master (COMPMST);
      *                  blank is the primary company. The pending image
      *                  and change-history images are widened to match.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  transactions read, employees added, changed or
      *                  deleted, and transactions rejected. Maintenance
      *                  moves no money, so the amount is zero.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY
               FILE STATUS IS MT-HIS-STATUS.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO "COMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-CO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               88  MT-ACTION-ADD           VALUE "A".
               88  MT-ACTION-CHANGE        VALUE "C".
               88  MT-ACTION-DELETE        VALUE "D".
      * "P" CHANGES ONLY THE PAY RATE -- THE SALARY, OR THE HOURLY
      * RATE FOR PAY CLASS H; THE MERIT CYCLE BANKS THESE
               88  MT-ACTION-RATE          VALUE "P".
           05  MT-EMP-ID               PIC 9(05).
           05  MT-EMP-NAME             PIC X(20).
           05  MT-DEPARTMENT           PIC X(10).
      * CCYYMMDD; ZERO OR TODAY APPLIES NOW, A LATER DATE BANKS
      * THE TRANSACTION TO THE PENDING FILE UNTIL IT COMES DUE
           05  MT-EFF-DATE             PIC 9(08).
      * WORK LOCATION FOR STATE AND LOCAL WITHHOLDING; BLANK IS NONE
           05  MT-WORK-LOCATION        PIC X(04).
      * TAXPAYER ID FOR THE ANNUAL WAGE FILING; NINE DIGITS OR BLANK
           05  MT-TAXPAYER-ID          PIC X(09).
      * EMPLOYING COMPANY ON THE COMPANY MASTER; BLANK IS "01"
           05  MT-COMPANY-CODE         PIC X(02).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
               10  PD-EFF-DATE         PIC 9(08).
               10  PD-EMP-ID           PIC 9(05).
               10  PD-SEQ              PIC 9(03).
           05  PD-TRAN-IMAGE           PIC X(135).

       FD  CHANGE-HISTORY-FILE.
           COPY EMPHIS.

       FD  COMPANY-MASTER-FILE.
           COPY COMPANY.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  MT-REJ-STATUS               PIC X(02) VALUE "00".
       01  MT-PND-STATUS               PIC X(02) VALUE "00".
       01  MT-HIS-STATUS               PIC X(02) VALUE "00".
       01  MT-CO-STATUS                PIC X(02) VALUE "00".

       01  MT-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS         VALUE "Y".
       01  MT-OLD-BANK-ROUTING         PIC 9(09).
       01  MT-OLD-BANK-ACCOUNT         PIC 9(12).

      * COMPANY CODES ON THE COMPANY MASTER, FOR THE COMPANY-CODE
      * EDIT. WITH NO COMPANY MASTER ON FILE ONLY THE PRIMARY
      * COMPANY "01" (OR A BLANK CODE) IS ACCEPTED.
       01  MT-CO-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-COMPANIES            VALUE "Y".
       01  MT-CO-TABLE.
           05  MT-CO-CODE OCCURS 10 TIMES INDEXED BY MT-CO-IDX
                                       PIC X(02).
       01  MT-CO-COUNT                 PIC 9(02) VALUE 0.
       01  MT-CO-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  MT-CO-FOUND                 VALUE "Y".

      * THE CHANGE-HISTORY IMAGES FOR THE RECORD BEING TOUCHED --
      * SPACES ON THE SIDE AN ADD OR DELETE DOES NOT HAVE
       01  MT-HIST-ACTION              PIC X(01).
       01  MT-BEFORE-IMAGE             PIC X(147) VALUE SPACES.
       01  MT-AFTER-IMAGE              PIC X(147) VALUE SPACES.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
               "EMPLOYEE-MASTER-MAINT".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   "STATUS " MT-HIS-STATUS " ***"
               SET MT-OPEN-ERROR TO TRUE
           END-IF
           IF NOT MT-OPEN-ERROR
               PERFORM 1200-LOAD-COMPANIES THRU 1200-EXIT
           END-IF
           IF NOT MT-OPEN-ERROR
               PERFORM 1500-RELEASE-DUE-PENDING THRU 1500-EXIT
               PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
       1100-EXIT.
           EXIT.

      *-----------------------
      * 1200-LOAD-COMPANIES -- LOAD THE COMPANY CODES THE COMPANY-
      * CODE EDIT ACCEPTS. WITH NO COMPANY MASTER ON FILE THE TABLE
      * HOLDS THE PRIMARY COMPANY ALONE.
      *-----------------------
       1200-LOAD-COMPANIES.
           MOVE 0 TO MT-CO-COUNT
           OPEN INPUT COMPANY-MASTER-FILE
           IF MT-CO-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN COMPANY-MASTER FILE -- "
                   "STATUS " MT-CO-STATUS " ***"
               SET MT-OPEN-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-COMPANY THRU 1210-EXIT
           PERFORM 1220-STORE-COMPANY THRU 1220-EXIT
               UNTIL END-OF-COMPANIES
                  OR MT-CO-COUNT >= 10
           CLOSE COMPANY-MASTER-FILE
           IF MT-CO-COUNT = 0
               MOVE 1 TO MT-CO-COUNT
               MOVE "01" TO MT-CO-CODE(1)
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-COMPANY.
           READ COMPANY-MASTER-FILE
               AT END
                   SET END-OF-COMPANIES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-COMPANY.
           ADD 1 TO MT-CO-COUNT
           MOVE CO-COMPANY-CODE TO MT-CO-CODE(MT-CO-COUNT)
           PERFORM 1210-READ-COMPANY THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-PROCESS-TRANSACTION -- VALIDATE ONE TRANSACTION AND
      * APPLY IT TO THE MASTER, OR ROUTE IT TO THE REJECTS FILE
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN MT-ACTION-DELETE
                       PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
                   WHEN MT-ACTION-RATE
                       PERFORM 2350-APPLY-RATE-CHANGE THRU 2350-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           MOVE SPACES TO MT-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT (MT-ACTION-ADD OR MT-ACTION-CHANGE
                       OR MT-ACTION-DELETE OR MT-ACTION-RATE)
                   MOVE "ACTION CODE NOT A, C, D, OR P"
                       TO MT-REJECT-REASON
               WHEN MT-EMP-ID NOT NUMERIC OR MT-EMP-ID = 0
                   MOVE "EMPLOYEE ID MISSING OR NOT NUMERIC"
      * EMPLOYEES, CHANGES AND DELETES MUST MATCH AN EXISTING ONE.
      *-----------------------
       2160-EDIT-BY-ACTION.
           PERFORM 2165-FIND-COMPANY THRU 2165-EXIT
           EVALUATE TRUE
               WHEN MT-ACTION-ADD AND MT-MASTER-FOUND
                   MOVE "ADD FOR AN EMPLOYEE ALREADY ON FILE"
               WHEN MT-ACTION-DELETE AND NOT MT-MASTER-FOUND
                   MOVE "DELETE FOR AN EMPLOYEE NOT ON FILE"
                       TO MT-REJECT-REASON
               WHEN MT-ACTION-RATE AND NOT MT-MASTER-FOUND
                   MOVE "RATE CHANGE FOR AN EMPLOYEE NOT ON FILE"
                       TO MT-REJECT-REASON
               WHEN MT-ACTION-DELETE
                   CONTINUE
               WHEN MT-ACTION-RATE
                   PERFORM 2170-EDIT-RATE-CHANGE THRU 2170-EXIT
               WHEN MT-EMP-NAME = SPACES
                   MOVE "EMPLOYEE NAME IS BLANK"
                       TO MT-REJECT-REASON
               WHEN MT-EFF-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO MT-REJECT-REASON
               WHEN MT-TAXPAYER-ID NOT = SPACES
                   AND MT-TAXPAYER-ID NOT NUMERIC
                   MOVE "TAXPAYER ID NOT NINE DIGITS OR BLANK"
                       TO MT-REJECT-REASON
               WHEN NOT MT-CO-FOUND
                   MOVE "COMPANY CODE NOT ON COMPANY MASTER"
                       TO MT-REJECT-REASON
           END-EVALUATE.
       2160-EXIT.
           EXIT.

      *-----------------------
      * 2165-FIND-COMPANY -- A BLANK COMPANY CODE IS THE PRIMARY
      * COMPANY AND ALWAYS PASSES; ANY OTHER CODE MUST BE ON THE
      * COMPANY MASTER
      *-----------------------
       2165-FIND-COMPANY.
           MOVE "N" TO MT-CO-FOUND-SWITCH
           IF MT-COMPANY-CODE = SPACES
               SET MT-CO-FOUND TO TRUE
               GO TO 2165-EXIT
           END-IF
           PERFORM 2167-MATCH-COMPANY THRU 2167-EXIT
               VARYING MT-CO-IDX FROM 1 BY 1
               UNTIL MT-CO-IDX > MT-CO-COUNT
                  OR MT-CO-FOUND.
       2165-EXIT.
           EXIT.

       2167-MATCH-COMPANY.
           IF MT-CO-CODE(MT-CO-IDX) = MT-COMPANY-CODE
               SET MT-CO-FOUND TO TRUE
           END-IF.
       2167-EXIT.
           EXIT.

      *-----------------------
      * 2170-EDIT-RATE-CHANGE -- A PAY-RATE CHANGE CARRIES THE PAY
      * CLASS IT WAS PRICED FOR. IF THE MASTER HAS SINCE CHANGED
      * CLASS THE RATE NO LONGER APPLIES; OTHERWISE THE NEW RATE
      * TAKES THE SAME RANGE CHECK AS A KEYED CHANGE.
      *-----------------------
       2170-EDIT-RATE-CHANGE.
           EVALUATE TRUE
               WHEN MT-PAY-CLASS = "H" AND EM-PAY-CLASS NOT = "H"
                   MOVE "PAY CLASS CHANGED SINCE RATE WAS SET"
                       TO MT-REJECT-REASON
               WHEN MT-PAY-CLASS NOT = "H" AND EM-PAY-CLASS = "H"
                   MOVE "PAY CLASS CHANGED SINCE RATE WAS SET"
                       TO MT-REJECT-REASON
               WHEN MT-PAY-CLASS = "H"
                       AND (MT-HOURLY-RATE NOT NUMERIC
                       OR MT-HOURLY-RATE = 0
                       OR MT-HOURLY-RATE > 500.00)
                   MOVE "HOURLY RATE FAILS RANGE CHECK"
                       TO MT-REJECT-REASON
               WHEN MT-PAY-CLASS NOT = "H"
                       AND (MT-SALARY NOT NUMERIC OR MT-SALARY = 0
                       OR MT-SALARY > 25000.00)
                   MOVE "SALARY FAILS RANGE CHECK"
                       TO MT-REJECT-REASON
           END-EVALUATE.
       2170-EXIT.
           EXIT.

      *-----------------------
      * 2200-APPLY-ADD -- BUILD AND WRITE A NEW MASTER RECORD. YTD
      * FIELDS COME FROM THE TRANSACTION SO A MID-YEAR CONVERSION
           MOVE MT-HIRE-DATE TO EM-HIRE-DATE
           MOVE MT-TERM-DATE TO EM-TERM-DATE
           MOVE MT-PAY-FREQ TO EM-PAY-FREQ
           MOVE MT-WORK-LOCATION TO EM-WORK-LOCATION
           MOVE MT-TAXPAYER-ID TO EM-TAXPAYER-ID
           MOVE MT-COMPANY-CODE TO EM-COMPANY-CODE
           MOVE "N" TO EM-BANK-STATUS
           MOVE MT-RUN-DATE TO EM-BANK-EFF-DATE
           MOVE 0 TO EM-VAC-BALANCE
           MOVE MT-HIRE-DATE TO EM-HIRE-DATE
           MOVE MT-TERM-DATE TO EM-TERM-DATE
           MOVE MT-PAY-FREQ TO EM-PAY-FREQ
           MOVE MT-WORK-LOCATION TO EM-WORK-LOCATION
           MOVE MT-TAXPAYER-ID TO EM-TAXPAYER-ID
           MOVE MT-COMPANY-CODE TO EM-COMPANY-CODE
           IF MT-BANK-ROUTING NOT = MT-OLD-BANK-ROUTING
               OR MT-BANK-ACCOUNT NOT = MT-OLD-BANK-ACCOUNT
               MOVE "N" TO EM-BANK-STATUS
       2300-EXIT.
           EXIT.

      *-----------------------
      * 2350-APPLY-RATE-CHANGE -- REWRITE ONLY THE PAY RATE FOR THE
      * EMPLOYEE'S PAY CLASS. EVERY OTHER MASTER FIELD STAYS AS IT
      * STANDS, SO A RATE CHANGE BANKED WEEKS AHEAD CANNOT UNDO A
      * TRANSFER, TERMINATION, OR BANK CHANGE KEYED IN THE MEANTIME.
      *-----------------------
       2350-APPLY-RATE-CHANGE.
           MOVE EMP-MASTER-RECORD TO MT-BEFORE-IMAGE
           MOVE "BEFORE: " TO DL-IMAGE-TAG
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
           IF MT-PAY-CLASS = "H"
               MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
           ELSE
               MOVE MT-SALARY TO EM-SALARY
           END-IF
           REWRITE EMP-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE REJECTED BY KEY"
                       TO MT-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO MT-COUNT-CHANGED
                   MOVE "AFTER:  " TO DL-IMAGE-TAG
                   PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
                   MOVE "C" TO MT-HIST-ACTION
                   MOVE EMP-MASTER-RECORD TO MT-AFTER-IMAGE
                   PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
           END-REWRITE.
       2350-EXIT.
           EXIT.

      *-----------------------
      * 2400-APPLY-DELETE -- REMOVE A TERMINATED EMPLOYEE, PRINTING
      * THE LAST IMAGE OF THE RECORD FIRST
           EXIT.

       9000-TERMINATE.
           MOVE MT-COUNT-READ TO JV-RECORDS-READ
           COMPUTE JV-RECORDS-WRITTEN = MT-COUNT-ADDED
               + MT-COUNT-CHANGED + MT-COUNT-DELETED
           MOVE MT-COUNT-REJECTED TO JV-RECORDS-REJECTED
           MOVE 0 TO JV-AMOUNT-TOTAL
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME MT-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE CHANGE-REPORT-FILE
