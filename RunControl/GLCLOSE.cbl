      *                  reopens one that was locked in error.
      *                  GL-POSTING rejects journal lines dated
      *                  into a closed period to the suspense file.
      * 2026-10-15  JCM  Closing or reopening a period now also needs
      *                  a level-3 supervisor's approval through
      *                  OPERATOR-AUTHORITY; a denial touches nothing
      *                  and ends 8. The change, once on file, is
      *                  logged to the central security log against
      *                  the approving operator.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  PC-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  PC-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * OPERATOR-AUTHORITY CALL FIELDS -- LOCKING OR REOPENING A
      * PERIOD IS A LEVEL-3 (SUPERVISOR) ACTION
       01  PC-OA-ACTION             PIC X(40) VALUE SPACES.
       01  PC-OA-LEVEL              PIC 9(01) VALUE 3.
       01  PC-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  PC-OA-RESULT             PIC X(01) VALUE "D".
           88  PC-OPERATOR-APPROVED     VALUE "A".
       01  PC-OA-OBJECT             PIC X(30) VALUE SPACES.

      * SECURITY-LOG CALL FIELDS -- THE STATUS CHANGE, ONCE ON
      * FILE, IS LOGGED AGAINST THE APPROVING OPERATOR
       01  PC-SEC-TYPE              PIC X(01) VALUE "O".
       01  PC-SEC-ACTION            PIC X(40) VALUE SPACES.
       01  PC-SEC-CODE              PIC 9(03) VALUE 0.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE "PERIOD-CLOSE".
       01  JB-TYPE                  PIC X(01).
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MODE, PERIOD, CONFIRMATION AND
      * THE SUPERVISOR'S APPROVAL, AND LOAD WHAT IS ON FILE
      *-----------------------
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE
           IF PC-CONFIRM NOT = 1
               DISPLAY "*** NOT CONFIRMED -- NOTHING TOUCHED ***"
               MOVE 4 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF MODE-CLOSE
               MOVE "GL PERIOD CLOSE" TO PC-OA-ACTION
           ELSE
               MOVE "GL PERIOD REOPEN" TO PC-OA-ACTION
           END-IF
           MOVE SPACES TO PC-OA-OBJECT
           STRING "PERIOD " DELIMITED BY SIZE
               PC-TARGET-PERIOD DELIMITED BY SIZE
               INTO PC-OA-OBJECT
           END-STRING
           CALL "OPERATOR-AUTHORITY" USING PC-OA-ACTION
               PC-OA-LEVEL PC-OPERATOR-ID PC-OA-RESULT
               JB-NAME PC-OA-OBJECT
           IF NOT PC-OPERATOR-APPROVED
               DISPLAY "*** NOT AUTHORIZED -- NOTHING TOUCHED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-PERIOD-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PC-PERIOD-COUNT
           END-IF
           CLOSE PERIOD-STATUS-FILE
           IF RETURN-CODE = 0
               PERFORM 3200-LOG-SECURITY THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-EXIT.
           EXIT.

      * THE PERIOD'S NEW STATUS ON THE SECURITY LOG, UNDER THE
      * SUPERVISOR'S APPROVAL
       3200-LOG-SECURITY.
           IF MODE-CLOSE
               MOVE "GL PERIOD CLOSED" TO PC-SEC-ACTION
           ELSE
               MOVE "GL PERIOD REOPENED" TO PC-SEC-ACTION
           END-IF
           MOVE RETURN-CODE TO PC-SEC-CODE
           CALL "SECURITY-LOG" USING PC-SEC-TYPE PC-OPERATOR-ID
               JB-NAME PC-SEC-ACTION PC-OA-LEVEL PC-OA-RESULT
               PC-OA-OBJECT PC-SEC-CODE.
       3200-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
