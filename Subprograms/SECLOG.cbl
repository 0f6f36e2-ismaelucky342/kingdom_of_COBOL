       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SECURITY-LOG.
       AUTHOR. BATCH-UTILITIES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New shared routine. Appends one record to
      *                  the central security log (SECLOG) for
      *                  each privileged-action event -- operator,
      *                  program, action, level required, result,
      *                  business date and time, and the object
      *                  acted on -- so the auditors have one place
      *                  to see who did what, denied attempts
      *                  included. OPERATOR-AUTHORITY logs every ID
      *                  keyed at its prompt; the gated programs
      *                  log each object they act on. Like
      *                  TRANSMISSION-LOG, a log that cannot be
      *                  opened is reported but never fails the
      *                  caller, and the caller's completion code
      *                  rides the last parameter so the CALL
      *                  hands it back intact.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SECURITY-AUDIT-FILE.
           COPY SECAUD.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  SL-FILE-STATUS              PIC X(02) VALUE "00".
       01  SL-RUN-DATE                 PIC 9(08).
       01  SL-TIME-NOW                 PIC 9(08).
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
      * SL-ENTRY-TYPE -- "S" AN OPERATOR-AUTHORITY SIGN-ON ATTEMPT,
      * "O" AN OBJECT ACTED ON UNDER AN APPROVAL
       01  SL-ENTRY-TYPE               PIC X(01).

      * THE EVENT BEING LOGGED, FIELD FOR FIELD
       01  SL-OPERATOR-ID              PIC X(08).
       01  SL-PROGRAM-NAME             PIC X(30).
       01  SL-ACTION                   PIC X(40).
       01  SL-REQUIRED-LEVEL           PIC 9(01).
       01  SL-RESULT                   PIC X(01).
       01  SL-OBJECT                   PIC X(30).

      * SL-COMPLETION-CODE -- THE CALLER'S STEP CODE, HANDED BACK
      * THROUGH THIS PROGRAM'S RETURN-CODE SO THE CALL LEAVES THE
      * CALLER'S CODE EXACTLY AS IT FOUND IT
       01  SL-COMPLETION-CODE          PIC 9(03).
      *-----------------------
       PROCEDURE DIVISION USING SL-ENTRY-TYPE
                                 SL-OPERATOR-ID
                                 SL-PROGRAM-NAME
                                 SL-ACTION
                                 SL-REQUIRED-LEVEL
                                 SL-RESULT
                                 SL-OBJECT
                                 SL-COMPLETION-CODE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           CALL "BUSINESS-DATE" USING SL-RUN-DATE
           ACCEPT SL-TIME-NOW FROM TIME
           OPEN EXTEND SECURITY-AUDIT-FILE
           IF SL-FILE-STATUS(1:1) NOT = "0"
               DISPLAY "*** SECURITY-LOG: UNABLE TO OPEN SECLOG -- "
                   "STATUS " SL-FILE-STATUS " -- " SL-OPERATOR-ID
                   " " SL-ACTION " NOT LOGGED ***"
           ELSE
               MOVE SL-RUN-DATE TO SA-BUSINESS-DATE
               MOVE SL-TIME-NOW TO SA-STAMP-TIME
               MOVE SL-ENTRY-TYPE TO SA-ENTRY-TYPE
               MOVE SL-OPERATOR-ID TO SA-OPERATOR-ID
               MOVE SL-PROGRAM-NAME TO SA-PROGRAM-NAME
               MOVE SL-ACTION TO SA-ACTION
               MOVE SL-REQUIRED-LEVEL TO SA-REQUIRED-LEVEL
               MOVE SL-RESULT TO SA-RESULT
               MOVE SL-OBJECT TO SA-OBJECT
               WRITE SECURITY-AUDIT-RECORD
               CLOSE SECURITY-AUDIT-FILE
           END-IF
           MOVE SL-COMPLETION-CODE TO RETURN-CODE
           GOBACK.

       END PROGRAM SECURITY-LOG.
