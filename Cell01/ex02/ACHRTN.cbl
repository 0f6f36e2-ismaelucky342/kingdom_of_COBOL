      *                  routine as received-and-verified, so the
      *                  daily interfaces report can tell whether
      *                  the expected inbound ever showed up.
      * 2026-10-15  JCM  The bank-return layout now carries the returned
      *                  entry's amount in cents, which the bank sends
      *                  with each return. This program does not use it;
      *                  BANK-RECONCILIATION matches it to the credit on
      *                  the bank statement.
      * 2026-10-15  JCM  The end stamp now carries the step's volumes
      *                  (JOBVOL) for the job log's volume-trend report:
      *                  bank items read, returns and NOCs applied,
      *                  items unmatched, and the dollar value of the
      *                  items read.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  BR-REASON-CODE          PIC X(03).
           05  BR-CORR-ROUTING         PIC 9(09).
           05  BR-CORR-ACCOUNT         PIC 9(12).
      * THE RETURNED ENTRY'S AMOUNT IN CENTS, AS THE BANK CREDITS IT
      * BACK -- NOT USED HERE; THE BANK RECONCILIATION MATCHES IT TO
      * THE STATEMENT. ZERO ON A NOC.
           05  BR-AMOUNT-CENTS         PIC 9(10).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       01  AR-COUNT-RETURNED           PIC 9(07) VALUE 0.
       01  AR-COUNT-CORRECTED          PIC 9(07) VALUE 0.
       01  AR-COUNT-UNMATCHED          PIC 9(07) VALUE 0.
      * DOLLAR VALUE OF THE BANK ITEMS READ, FOR THE JOB LOG
       01  AR-AMOUNT-READ              PIC 9(11)V9(02) VALUE 0.

       01  AR-RUN-DATE                 PIC 9(08).

               "ACH-RETURN-PROCESS".
       01  JB-TYPE                     PIC X(01).
       01  JB-CODE                     PIC 9(03) VALUE 0.
           COPY JOBVOL.

      * TRANSMISSION-LOG CALL FIELDS
       01  XT-FILE-NAME                PIC X(08) VALUE "BANKRTN ".
      *-----------------------
       2000-PROCESS-RETURN.
           ADD 1 TO AR-COUNT-READ
           COMPUTE AR-AMOUNT-READ = AR-AMOUNT-READ
               + BR-AMOUNT-CENTS / 100
           PERFORM 2100-READ-MASTER THRU 2100-EXIT
           EVALUATE TRUE
               WHEN NOT AR-MASTER-FOUND
           EXIT.

       9000-TERMINATE.
           MOVE AR-COUNT-READ TO JV-RECORDS-READ
           COMPUTE JV-RECORDS-WRITTEN =
               AR-COUNT-RETURNED + AR-COUNT-CORRECTED
           MOVE AR-COUNT-UNMATCHED TO JV-RECORDS-REJECTED
           MOVE AR-AMOUNT-READ TO JV-AMOUNT-TOTAL
           MOVE "V" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME AR-RUN-DATE
               JB-TYPE JB-CODE JOB-VOLUME-AREA
           CLOSE BANK-RETURN-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE EMPLOYEE-BANK-FILE
