      *                  -- on the SNAPMANI manifest, so "who
      *                  approved this restore" finally has an
      *                  answer on file.
      * 2026-10-15  JCM  Widened for the master's work-location code.
      * 2026-10-15  JCM  Widened for the master's taxpayer ID.
      * 2026-10-15  JCM  Widened for the master's company code.
      * 2026-10-15  JCM  The restore approval names this program and the
      *                  snapshot on the central security log, and the
      *                  completed restore is logged against the
      *                  approving operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      * ONE BACKUP RECORD IS ONE MASTER RECORD, BYTE FOR BYTE
       FD  BACKUP-FILE.
       01  BK-MASTER-RECORD            PIC X(147).

       FD  COMPARE-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
           05  SN-SALARY           PIC 9(05)V9(02).
           05  SN-YTD-GROSS        PIC 9(07)V9(02).
           05  SN-YTD-NET          PIC 9(07)V9(02).
           05  FILLER              PIC X(86).

      * RUN CONTROLS
       01  SN-RUN-MODE                 PIC 9(01) VALUE 0.
       01  SN-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  SN-OA-RESULT                PIC X(01) VALUE "D".
           88  SN-OPERATOR-APPROVED        VALUE "A".
       01  SN-OA-OBJECT                PIC X(30) VALUE
               "EMPMAST FROM EMPBKUP SNAPSHOT".

      * SECURITY-LOG CALL FIELDS -- THE COMPLETED RESTORE IS LOGGED
      * AGAINST THE APPROVING OPERATOR
       01  SN-SEC-TYPE                 PIC X(01) VALUE "O".
       01  SN-SEC-ACTION               PIC X(40) VALUE
               "EMPLOYEE MASTER RESTORED".
       01  SN-SEC-OBJECT               PIC X(30) VALUE SPACES.
       01  SN-SEC-CODE                 PIC 9(03) VALUE 0.

      * SNAPSHOT MANIFEST LINE
       01  MANIFEST-LINE.
               ELSE
                   CALL "OPERATOR-AUTHORITY" USING SN-OA-ACTION
                       SN-OA-LEVEL SN-OPERATOR-ID SN-OA-RESULT
                       JB-NAME SN-OA-OBJECT
                   IF NOT SN-OPERATOR-APPROVED
                       DISPLAY "*** RESTORE NOT AUTHORIZED -- "
                           "NOTHING TOUCHED ***"
               SN-COUNT-COPIED " APPROVED BY " SN-OPERATOR-ID
           MOVE "RESTORE " TO MF-ACTION
           MOVE SN-OPERATOR-ID TO MF-OPERATOR-ID
           PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
           MOVE SPACES TO SN-SEC-OBJECT
           STRING "SNAPSHOT " DELIMITED BY SIZE
               SN-COUNT-COPIED DELIMITED BY SIZE
               " RECORDS" DELIMITED BY SIZE
               INTO SN-SEC-OBJECT
           END-STRING
           MOVE RETURN-CODE TO SN-SEC-CODE
           CALL "SECURITY-LOG" USING SN-SEC-TYPE SN-OPERATOR-ID
               JB-NAME SN-SEC-ACTION SN-OA-LEVEL SN-OA-RESULT
               SN-SEC-OBJECT SN-SEC-CODE.
       3000-EXIT.
           EXIT.

