      *                  outright, and a master that will not open
      *                  denies everything -- the gate fails
      *                  closed, never open.
      * 2026-10-15  JCM  Every operator ID keyed at the prompt is now
      *                  logged to the central security log (SECLOG)
      *                  through SECURITY-LOG -- approved, denied,
      *                  unknown, cancelled, or refused for an
      *                  unavailable master -- with the caller's program
      *                  name and the object the approval is for, both
      *                  new parameters.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  OA-ENTERED-ID               PIC X(08).
       01  OA-FOUND-NAME               PIC X(20).
       01  OA-FOUND-LEVEL              PIC 9(01) VALUE 0.

      * SECURITY-LOG CALL FIELDS -- EVERY ID KEYED AT THE PROMPT IS
      * LOGGED AS A SIGN-ON ATTEMPT WITH ITS OUTCOME. THE CODE IS
      * THE ONE THE CALLER CAME IN WITH, HANDED STRAIGHT BACK.
       01  OA-SL-TYPE                  PIC X(01) VALUE "S".
       01  OA-SL-RESULT                PIC X(01).
       01  OA-SL-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
      * LEVEL TOO LOW), "C" CANCELLED AT THE PROMPT, "E" OPERATOR
      * MASTER UNAVAILABLE. ONLY "A" MAY PROCEED.
       01  OA-RESULT                   PIC X(01).

      * OA-PROGRAM-NAME -- THE CALLER (ITS JOB-BANNER NAME), AND
      * OA-OBJECT -- WHAT THE APPROVAL IS FOR (A PERIOD, A MODE, A
      * SESSION), BOTH CARRIED ONTO THE SECURITY LOG
       01  OA-PROGRAM-NAME             PIC X(30).
       01  OA-OBJECT                   PIC X(30).
      *-----------------------
       PROCEDURE DIVISION USING OA-ACTION-DESC
                                 OA-REQUIRED-LEVEL
                                 OA-OPERATOR-ID
                                 OA-RESULT
                                 OA-PROGRAM-NAME
                                 OA-OBJECT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           MOVE RETURN-CODE TO OA-SL-CODE
           MOVE SPACES TO OA-OPERATOR-ID
           MOVE "D" TO OA-RESULT
           MOVE "N" TO OA-DONE-SWITCH
      * 1000-PROMPT-AND-CHECK -- ONE PROMPT CYCLE: TAKE AN ID,
      * LOOK IT UP, AND EITHER FINISH (APPROVED, DENIED,
      * CANCELLED, MASTER UNAVAILABLE) OR RE-PROMPT ON AN
      * UNKNOWN ID. EVERY ID KEYED IS LOGGED WITH ITS OUTCOME.
      *-----------------------
       1000-PROMPT-AND-CHECK.
           DISPLAY "ENTER OPERATOR ID (X TO CANCEL)"
           IF OA-ENTERED-ID = "X" OR "x" OR SPACES
               MOVE "C" TO OA-RESULT
               DISPLAY "*** APPROVAL CANCELLED AT THE CONSOLE ***"
               MOVE "C" TO OA-SL-RESULT
               PERFORM 3000-LOG-ATTEMPT THRU 3000-EXIT
               SET OA-PROMPT-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 2000-LOOK-UP-OPERATOR THRU 2000-EXIT
           IF OA-RESULT = "E"
               MOVE "E" TO OA-SL-RESULT
               PERFORM 3000-LOG-ATTEMPT THRU 3000-EXIT
               SET OA-PROMPT-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT OA-OPERATOR-FOUND
               DISPLAY "*** OPERATOR " OA-ENTERED-ID " IS NOT ON "
                   "THE OPERATOR MASTER ***"
               MOVE "U" TO OA-SL-RESULT
               PERFORM 3000-LOG-ATTEMPT THRU 3000-EXIT
               GO TO 1000-EXIT
           END-IF
           IF OA-FOUND-LEVEL < OA-REQUIRED-LEVEL
                   OA-FOUND-NAME ") DOES NOT HOLD LEVEL "
                   OA-REQUIRED-LEVEL " AUTHORITY FOR: "
                   OA-ACTION-DESC " ***"
               MOVE "D" TO OA-SL-RESULT
               PERFORM 3000-LOG-ATTEMPT THRU 3000-EXIT
               SET OA-PROMPT-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE OA-ENTERED-ID TO OA-OPERATOR-ID
           DISPLAY "APPROVED BY " OA-ENTERED-ID " ("
               OA-FOUND-NAME ")"
           MOVE "A" TO OA-SL-RESULT
           PERFORM 3000-LOG-ATTEMPT THRU 3000-EXIT
           SET OA-PROMPT-DONE TO TRUE.
       1000-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 3000-LOG-ATTEMPT -- ONE SIGN-ON RECORD ON THE SECURITY LOG
      * FOR THE ID JUST KEYED: A (APPROVED), D (LEVEL TOO LOW), U
      * (NOT ON THE MASTER), C (CANCELLED), E (MASTER UNAVAILABLE)
      *-----------------------
       3000-LOG-ATTEMPT.
           CALL "SECURITY-LOG" USING OA-SL-TYPE OA-ENTERED-ID
               OA-PROGRAM-NAME OA-ACTION-DESC OA-REQUIRED-LEVEL
               OA-SL-RESULT OA-OBJECT OA-SL-CODE.
       3000-EXIT.
           EXIT.

       END PROGRAM OPERATOR-AUTHORITY.
