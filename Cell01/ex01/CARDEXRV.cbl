      *                  disposition-log line and on the aging
      *                  report header, and the log record is
      *                  widened to carry it.
      * 2026-10-15  JCM  A resubmitted exception now goes back out with
      *                  its transaction type and its own and original
      *                  references, so a refund is resubmitted as a
      *                  refund, and the carryover file is widened to
      *                  the longer exception record.
      * 2026-10-15  JCM  A resubmitted exception now carries its
      *                  authorization code, and the carryover file is
      *                  widened to match.
      * 2026-10-15  JCM  The session approval names this program on the
      *                  central security log, and each exception
      *                  resubmitted or written off is logged against
      *                  the session's operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  RS-EXP-YEAR             PIC 9(02).
           05  RS-AMOUNT               PIC 9(07)V9(02).
           05  RS-MERCHANT-ID          PIC X(08).
           05  RS-TRAN-TYPE            PIC X(01).
           05  RS-REFERENCE            PIC X(12).
           05  RS-ORIG-REFERENCE       PIC X(12).
           05  RS-AUTH-CODE            PIC X(06).

       FD  DISPOSITION-LOG-FILE.
       01  DISPOSITION-LOG-RECORD      PIC X(80).
      * RECORDS LEFT UNWORKED THIS SESSION -- OPERATIONS COPIES
      * THIS OVER CARDEXCP BEFORE THE NEXT REVIEW SESSION
       FD  CARRYOVER-FILE.
       01  CARRYOVER-RECORD            PIC X(97).

       FD  AGING-REPORT-FILE.
       01  AGING-LINE                  PIC X(80).
       01  XR-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  XR-OA-RESULT                PIC X(01) VALUE "D".
           88  XR-OPERATOR-APPROVED        VALUE "A".
       01  XR-OA-OBJECT                PIC X(30) VALUE
               "CARD EXCEPTION FILE".

      * SECURITY-LOG CALL FIELDS -- EACH EXCEPTION RESUBMITTED OR
      * WRITTEN OFF IS LOGGED AGAINST THE SESSION'S OPERATOR
       01  XR-SEC-TYPE                 PIC X(01) VALUE "O".
       01  XR-SEC-ACTION               PIC X(40) VALUE SPACES.
       01  XR-SEC-OBJECT               PIC X(30) VALUE SPACES.
       01  XR-SEC-CODE                 PIC 9(03) VALUE 0.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                     PIC X(30) VALUE
       1000-INITIALIZE.
           CALL "OPERATOR-AUTHORITY" USING XR-OA-ACTION
               XR-OA-LEVEL XR-OPERATOR-ID XR-OA-RESULT
               JB-NAME XR-OA-OBJECT
           IF NOT XR-OPERATOR-APPROVED
               DISPLAY "*** SESSION NOT AUTHORIZED -- NO "
                   "EXCEPTION WAS TOUCHED ***"
           MOVE CX-EXP-YEAR TO RS-EXP-YEAR
           MOVE CX-AMOUNT TO RS-AMOUNT
           MOVE CX-MERCHANT-ID TO RS-MERCHANT-ID
           MOVE CX-TRAN-TYPE TO RS-TRAN-TYPE
           MOVE CX-REFERENCE TO RS-REFERENCE
           MOVE CX-ORIG-REFERENCE TO RS-ORIG-REFERENCE
           MOVE CX-AUTH-CODE TO RS-AUTH-CODE
           WRITE RESUBMIT-RECORD.
       2400-EXIT.
           EXIT.
           MOVE XR-ITEM-AGE TO LG-AGE-DAYS
           MOVE XR-OPERATOR-ID TO LG-OPERATOR-ID
           MOVE LOG-DETAIL-LINE TO DISPOSITION-LOG-RECORD
           WRITE DISPOSITION-LOG-RECORD
           IF DISP-RESUBMIT OR DISP-WRITE-OFF
               PERFORM 2700-LOG-SECURITY THRU 2700-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------
      * 2700-LOG-SECURITY -- A RESUBMITTED OR WRITTEN-OFF EXCEPTION
      * GOES ON THE SECURITY LOG UNDER THE SESSION'S APPROVAL; AN
      * ITEM LEFT FOR NEXT TIME IS NOT ACTED ON
      *-----------------------
       2700-LOG-SECURITY.
           IF DISP-WRITE-OFF
               MOVE "CARD EXCEPTION WRITTEN OFF" TO XR-SEC-ACTION
           ELSE
               MOVE "CARD EXCEPTION RESUBMITTED" TO XR-SEC-ACTION
           END-IF
           MOVE SPACES TO XR-SEC-OBJECT
           STRING XR-PAN-MASKED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CX-DATE DELIMITED BY SIZE
               INTO XR-SEC-OBJECT
           END-STRING
           MOVE RETURN-CODE TO XR-SEC-CODE
           CALL "SECURITY-LOG" USING XR-SEC-TYPE XR-OPERATOR-ID
               JB-NAME XR-SEC-ACTION XR-OA-LEVEL XR-OA-RESULT
               XR-SEC-OBJECT XR-SEC-CODE.
       2700-EXIT.
           EXIT.

      *-----------------------
      * 3000-PRINT-SUMMARY -- END-OF-SESSION COUNTS
      *-----------------------
