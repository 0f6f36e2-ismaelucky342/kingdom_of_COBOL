      *                  proven account to "N" and sending that
      *                  split's money to the master account for
      *                  the whole prenote window.
      * 2026-10-15  JCM  New file type G maintains the GARNORD
      *                  garnishment order master (add, change, delete
      *                  by employee and case number). The order's code
      *                  must be a method-G DEDMAST code, and such a
      *                  code now refuses type D enrollments. An order
      *                  still owing arrears cannot be deleted.
      * 2026-10-15  JCM  The enrollment layout gains DE-YTD-MATCH and
      *                  DE-MATCH-REMITTED, the employer match the pay
      *                  cycle figures on a deferral code; a new
      *                  enrollment starts them at zero.
      * 2026-10-15  JCM  DEDMAST carries the code's company. An
      *                  enrollment or garnishment order is refused when
      *                  the code belongs to a company other than the
      *                  employee's (a blank company on either master is
      *                  the primary company 01).
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS EN-EBK-STATUS.
           SELECT OPTIONAL GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GO-KEY
               FILE STATUS IS EN-GRN-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "ENRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EN-RPT-STATUS.
       FILE SECTION.
      *-----------------------
      * ONE TRANSACTION PER RECORD: "D" MAINTAINS A DEDUCTION
      * ENROLLMENT, "B" MAINTAINS A BANK-SPLIT RECORD, "G" MAINTAINS
      * A GARNISHMENT ORDER (ET-DED-CODE NAMING THE AGENCY'S
      * METHOD-G CODE). EACH TYPE USES ITS OWN FIELDS AND IGNORES
      * THE OTHERS'.
       FD  ENRL-TRANSACTION-FILE.
       01  ENRL-TRANS-RECORD.
           05  ET-FILE-TYPE            PIC X(01).
               88  ET-TYPE-DEDUCTION       VALUE "D".
               88  ET-TYPE-BANK            VALUE "B".
               88  ET-TYPE-GARNISHMENT     VALUE "G".
           05  ET-ACTION-CODE          PIC X(01).
               88  ET-ACTION-ADD           VALUE "A".
               88  ET-ACTION-CHANGE        VALUE "C".
           05  ET-SPLIT-TYPE           PIC X(01).
           05  ET-SPLIT-AMOUNT         PIC 9(05)V9(02).
           05  ET-SPLIT-PCT            PIC 9(03)V9(02).
           05  ET-CASE-NO              PIC X(15).
           05  ET-AGENCY-NAME          PIC X(20).
           05  ET-ORDER-TYPE           PIC X(01).
           05  ET-ORDER-PRIORITY       PIC 9(02).
           05  ET-PERIOD-AMOUNT        PIC 9(05)V9(02).
           05  ET-ARREARS-BALANCE      PIC 9(07)V9(02).
           05  ET-ARREARS-PER-PERIOD   PIC 9(05)V9(02).
           05  ET-LIMIT-PCT            PIC 9V9(04).
           05  ET-START-DATE           PIC 9(08).
           05  ET-STOP-DATE            PIC 9(08).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
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

       FD  EMPLOYEE-BANK-FILE.
       01  EMPLOYEE-BANK-RECORD.
           05  EB-STATUS           PIC X(01).
           05  EB-EFF-DATE         PIC 9(08).

       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNORD.
       FD  CHANGE-REPORT-FILE.
       01  CR-LINE                 PIC X(80).

       01  EN-DED-STATUS            PIC X(02) VALUE "00".
       01  EN-ENR-STATUS            PIC X(02) VALUE "00".
       01  EN-EBK-STATUS            PIC X(02) VALUE "00".
       01  EN-GRN-STATUS            PIC X(02) VALUE "00".
       01  EN-RPT-STATUS            PIC X(02) VALUE "00".
       01  EN-REJ-STATUS            PIC X(02) VALUE "00".

           88  EN-EBK-FOUND             VALUE "Y".
       01  EN-CODE-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  EN-CODE-FOUND            VALUE "Y".
       01  EN-GRN-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  EN-GRN-FOUND             VALUE "Y".

      * THE DEDUCTION MASTER'S CODES AND METHODS, FOR VALIDATION --
      * A METHOD-G CODE IS ORDER-DRIVEN AND TAKES NO ENROLLMENTS.
      * A CODE IS TAKEN ONLY FROM ITS OWN COMPANY'S EMPLOYEES (A
      * BLANK COMPANY ON EITHER MASTER IS THE PRIMARY COMPANY "01").
       01  EN-DED-TABLE.
           05  EN-DED-ENTRY OCCURS 20 TIMES.
               10  EN-DED-CODE         PIC X(03).
               10  EN-DED-METHOD       PIC X(01).
               10  EN-DED-COMPANY      PIC X(02).
       01  EN-DED-COUNT             PIC 9(03) VALUE 0.
       01  EN-EMP-COMPANY           PIC X(02) VALUE SPACES.
       01  EN-CODE-SUB              PIC 9(03) VALUE 0.
       01  SUB                      PIC 9(03) VALUE 0.

      * THE EMPLOYEE'S PROSPECTIVE SPLIT SET -- CURRENT RECORDS
                   "STATUS " EN-EBK-STATUS " ***"
               SET EN-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF EN-GRN-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN GARNISHMENT-ORDER FILE -- "
                   "STATUS " EN-GRN-STATUS " ***"
               SET EN-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CHANGE-REPORT-FILE
           IF EN-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHANGE-REPORT FILE -- "
           ADD 1 TO EN-DED-COUNT
           MOVE EN-DED-COUNT TO SUB
           MOVE DM-DED-CODE TO EN-DED-CODE(SUB)
           MOVE DM-METHOD TO EN-DED-METHOD(SUB)
           MOVE DM-COMPANY-CODE TO EN-DED-COMPANY(SUB)
           IF DM-COMPANY-CODE = SPACES
               MOVE "01" TO EN-DED-COMPANY(SUB)
           END-IF
           PERFORM 1210-READ-DED-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.
                   PERFORM 3000-APPLY-DEDUCTION THRU 3000-EXIT
               WHEN ET-TYPE-BANK
                   PERFORM 4000-APPLY-BANK-SPLIT THRU 4000-EXIT
               WHEN ET-TYPE-GARNISHMENT
                   PERFORM 3500-APPLY-GARN-ORDER THRU 3500-EXIT
               WHEN OTHER
                   MOVE "FILE TYPE NOT D, B, OR G" TO EN-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-EVALUATE
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
                   NOT INVALID KEY
                       SET EN-EMP-FOUND TO TRUE
               END-READ
           END-IF
           IF EN-EMP-FOUND
               MOVE EM-COMPANY-CODE TO EN-EMP-COMPANY
               IF EM-COMPANY-CODE = SPACES
                   MOVE "01" TO EN-EMP-COMPANY
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
                   MOVE "DEDUCTION CODE NOT ON DEDMAST"
                       TO EN-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               WHEN ET-ACTION-ADD
                       AND EN-DED-METHOD(EN-CODE-SUB) = "G"
                   MOVE "CODE IS ORDER-DRIVEN - ENTER AS TYPE G"
                       TO EN-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               WHEN ET-ACTION-ADD
                       AND EN-DED-COMPANY(EN-CODE-SUB)
                           NOT = EN-EMP-COMPANY
                   MOVE "CODE IS ANOTHER COMPANY'S"
                       TO EN-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               WHEN ET-ACTION-ADD AND EN-ENR-FOUND
                   MOVE "ALREADY ENROLLED IN THIS CODE"
                       TO EN-REJECT-REASON
                   MOVE ET-OVERRIDE-AMOUNT TO DE-OVERRIDE-AMOUNT
                   MOVE 0 TO DE-YTD-TAKEN
                   MOVE 0 TO DE-YTD-REMITTED
                   MOVE 0 TO DE-YTD-MATCH
                   MOVE 0 TO DE-MATCH-REMITTED
                   WRITE DEDUCTION-ENROLL-RECORD
                   MOVE "ENROLLED IN CODE" TO RD-NOTE
                   PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT
       3050-FIND-DED-CODE.
           IF EN-DED-CODE(SUB) = ET-DED-CODE
               SET EN-CODE-FOUND TO TRUE
               MOVE SUB TO EN-CODE-SUB
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------
      * 3500-APPLY-GARN-ORDER -- ONE GARNISHMENT ORDER TRANSACTION.
      * THE ORDER'S CODE MUST BE A METHOD-G CODE ON THE DEDUCTION
      * MASTER (ITS PAYEE IS THE AGENCY). AN ADD MUST BE NEW, A
      * CHANGE OR DELETE MUST MATCH, AND AN ORDER STILL OWING
      * ARREARS CANNOT BE DELETED -- ZERO THE ARREARS BY CHANGE ON
      * THE AGENCY'S RELEASE FIRST. THE TAKEN-TO-DATE FIELDS ARE
      * THE PAY CYCLE'S AND ARE NEVER KEYED HERE.
      *-----------------------
       3500-APPLY-GARN-ORDER.
           MOVE "N" TO EN-CODE-FOUND-SWITCH
           IF NOT ET-ACTION-DELETE
               PERFORM 3050-FIND-DED-CODE THRU 3050-EXIT
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > EN-DED-COUNT
                      OR EN-CODE-FOUND
           END-IF
           MOVE "N" TO EN-GRN-FOUND-SWITCH
           MOVE ET-EMP-ID TO GO-EMP-ID
           MOVE ET-CASE-NO TO GO-CASE-NO
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EN-GRN-FOUND TO TRUE
           END-READ
           PERFORM 3550-EDIT-ORDER-FIELDS THRU 3550-EXIT
           IF EN-REJECT-REASON NOT = SPACES
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 3500-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ET-ACTION-ADD
                   MOVE ET-EMP-ID TO GO-EMP-ID
                   MOVE ET-CASE-NO TO GO-CASE-NO
                   PERFORM 3600-FILL-ORDER-FIELDS THRU 3600-EXIT
                   MOVE 0 TO GO-TOTAL-TAKEN
                   MOVE 0 TO GO-LAST-TAKEN-DATE
                   MOVE 0 TO GO-LAST-TAKEN-AMT
                   MOVE 0 TO GO-LAST-SHORTFALL
                   WRITE GARNISHMENT-ORDER-RECORD
                   MOVE "GARNISHMENT ORDER ADDED" TO RD-NOTE
                   PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT
               WHEN ET-ACTION-CHANGE
                   PERFORM 3600-FILL-ORDER-FIELDS THRU 3600-EXIT
                   REWRITE GARNISHMENT-ORDER-RECORD
                   MOVE "GARNISHMENT ORDER CHANGED" TO RD-NOTE
                   PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT
               WHEN ET-ACTION-DELETE
                   DELETE GARNISHMENT-ORDER-FILE
                   MOVE "GARNISHMENT ORDER DELETED" TO RD-NOTE
                   PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT
           END-EVALUATE.
       3500-EXIT.
           EXIT.

       3550-EDIT-ORDER-FIELDS.
           EVALUATE TRUE
               WHEN ET-CASE-NO = SPACES
                   MOVE "CASE NUMBER MISSING" TO EN-REJECT-REASON
               WHEN ET-ACTION-ADD AND EN-GRN-FOUND
                   MOVE "ORDER ALREADY ON FILE" TO EN-REJECT-REASON
               WHEN (ET-ACTION-CHANGE OR ET-ACTION-DELETE)
                       AND NOT EN-GRN-FOUND
                   MOVE "ORDER NOT ON FILE" TO EN-REJECT-REASON
               WHEN ET-ACTION-DELETE
                       AND GO-ARREARS-BALANCE > 0
                   MOVE "ORDER STILL OWES ARREARS - NOT DELETED"
                       TO EN-REJECT-REASON
               WHEN ET-ACTION-DELETE
                   CONTINUE
               WHEN NOT EN-CODE-FOUND
                   MOVE "DEDUCTION CODE NOT ON DEDMAST"
                       TO EN-REJECT-REASON
               WHEN EN-DED-METHOD(EN-CODE-SUB) NOT = "G"
                   MOVE "CODE IS NOT A GARNISHMENT (METHOD G)"
                       TO EN-REJECT-REASON
               WHEN EN-DED-COMPANY(EN-CODE-SUB) NOT = EN-EMP-COMPANY
                   MOVE "CODE IS ANOTHER COMPANY'S"
                       TO EN-REJECT-REASON
               WHEN ET-ORDER-TYPE NOT = "C"
                       AND ET-ORDER-TYPE NOT = "T"
                       AND ET-ORDER-TYPE NOT = "S"
                       AND ET-ORDER-TYPE NOT = "G"
                   MOVE "ORDER TYPE NOT C, T, S, OR G"
                       TO EN-REJECT-REASON
               WHEN ET-ORDER-PRIORITY NOT NUMERIC
                       OR ET-PERIOD-AMOUNT NOT NUMERIC
                       OR ET-ARREARS-BALANCE NOT NUMERIC
                       OR ET-ARREARS-PER-PERIOD NOT NUMERIC
                       OR ET-LIMIT-PCT NOT NUMERIC
                   MOVE "ORDER AMOUNTS NOT NUMERIC"
                       TO EN-REJECT-REASON
               WHEN ET-PERIOD-AMOUNT = 0
                       AND ET-ARREARS-PER-PERIOD = 0
                   MOVE "ORDER HAS NO AMOUNT TO TAKE"
                       TO EN-REJECT-REASON
               WHEN ET-LIMIT-PCT > .6500
                   MOVE "LIMIT OVER 65 PCT OF DISPOSABLE"
                       TO EN-REJECT-REASON
               WHEN ET-START-DATE NOT NUMERIC
                       OR ET-STOP-DATE NOT NUMERIC
                   MOVE "START/STOP DATE NOT NUMERIC"
                       TO EN-REJECT-REASON
               WHEN ET-STOP-DATE > 0
                       AND ET-STOP-DATE < ET-START-DATE
                   MOVE "STOP DATE BEFORE START DATE"
                       TO EN-REJECT-REASON
           END-EVALUATE.
       3550-EXIT.
           EXIT.

       3600-FILL-ORDER-FIELDS.
           MOVE ET-AGENCY-NAME TO GO-AGENCY-NAME
           MOVE ET-ORDER-TYPE TO GO-ORDER-TYPE
           MOVE ET-ORDER-PRIORITY TO GO-PRIORITY
           MOVE ET-DED-CODE TO GO-DED-CODE
           MOVE ET-PERIOD-AMOUNT TO GO-PERIOD-AMOUNT
           MOVE ET-ARREARS-BALANCE TO GO-ARREARS-BALANCE
           MOVE ET-ARREARS-PER-PERIOD TO GO-ARREARS-PER-PERIOD
           MOVE ET-LIMIT-PCT TO GO-LIMIT-PCT
           MOVE ET-START-DATE TO GO-START-DATE
           MOVE ET-STOP-DATE TO GO-STOP-DATE.
       3600-EXIT.
           EXIT.

      *-----------------------
      * 4000-APPLY-BANK-SPLIT -- ONE SPLIT TRANSACTION. THE FIELD
      * EDITS RUN FIRST, THEN THE EMPLOYEE'S PROSPECTIVE SPLIT SET
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE DEDUCTION-ENROLL-FILE
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE GARNISHMENT-ORDER-FILE
           CLOSE CHANGE-REPORT-FILE
           CLOSE REJECT-FILE.
       9000-EXIT.
