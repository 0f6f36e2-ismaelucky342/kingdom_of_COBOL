      *                  A Friday cycle used to hand Saturday to
      *                  every program that stamps the business
      *                  date.
      * 2026-10-15  JCM  The approval names this program and the mode on
      *                  the central security log, and each date written
      *                  is logged against the approving operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  BM-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  BM-OA-RESULT                PIC X(01) VALUE "D".
           88  BM-OPERATOR-APPROVED        VALUE "A".
       01  BM-OA-OBJECT                PIC X(30) VALUE SPACES.

      * SECURITY-LOG CALL FIELDS -- THE DATE WRITTEN IS LOGGED
      * AGAINST THE APPROVING OPERATOR
       01  BM-SEC-TYPE                 PIC X(01) VALUE "O".
       01  BM-SEC-ACTION               PIC X(40) VALUE
               "BUSINESS DATE WRITTEN".
       01  BM-SEC-OBJECT               PIC X(30) VALUE SPACES.
       01  BM-SEC-CODE                 PIC 9(03) VALUE 0.

      * BANKING-DAY CALL FIELDS -- THE ADVANCE ASKS FOR THE NEXT
      * BANKING DAY ON OR AFTER TOMORROW
           CALL "VALIDATED-ACCEPT" USING BM-VA-PROMPT-1
               BM-VA-PROMPT-2 BM-VA-LOW BM-VA-HIGH BM-VA-RESULT
           MOVE BM-VA-RESULT TO BM-RUN-MODE
           IF MODE-ADVANCE
               MOVE "BUSINESS DATE ADVANCE" TO BM-OA-OBJECT
           ELSE
               MOVE "BUSINESS DATE ESTABLISH" TO BM-OA-OBJECT
           END-IF
           CALL "OPERATOR-AUTHORITY" USING BM-OA-ACTION
               BM-OA-LEVEL BM-OPERATOR-ID BM-OA-RESULT
               JB-NAME BM-OA-OBJECT
           ACCEPT BM-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           ELSE
               MOVE BM-CURRENT-DATE TO BD-CONTROL-DATE
               WRITE BUSINESS-DATE-RECORD
               MOVE SPACES TO BM-SEC-OBJECT
               STRING "BIZDATE " DELIMITED BY SIZE
                   BM-CURRENT-DATE DELIMITED BY SIZE
                   INTO BM-SEC-OBJECT
               END-STRING
               MOVE RETURN-CODE TO BM-SEC-CODE
               CALL "SECURITY-LOG" USING BM-SEC-TYPE BM-OPERATOR-ID
                   JB-NAME BM-SEC-ACTION BM-OA-LEVEL BM-OA-RESULT
                   BM-SEC-OBJECT BM-SEC-CODE
           END-IF
           CLOSE BUSINESS-DATE-FILE.
       8000-EXIT.
