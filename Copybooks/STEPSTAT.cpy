      *-----------------------
      * STEPSTAT -- CYCLE STEP-STATUS RECORD LAYOUT
      * ------------------------------------------------------------
      * ONE RECORD PER BUSINESS DATE PER DAILY-CYCLE STEP, KEYED BY
      * THE TWO. JOB-BANNER WRITES IT WHEN A CYCLE STEP STARTS AND
      * REWRITES IT WHEN THE STEP ENDS, SO A STEP ALREADY COMPLETED
      * FOR THE BUSINESS DATE CAN END AT ONCE WITH ITS RECORDED CODE
      * INSTEAD OF APPLYING ITS WORK A SECOND TIME. THE CYCLE-RESTART
      * JOB READS IT BACK, RECORDS THE STEPS THE CHAIN BYPASSED, AND
      * MARKS A STEP THE OPERATOR HAS ORDERED RUN AGAIN.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  FIRST VERSION.
      *-----------------------
       01  STEP-STATUS-RECORD.
           05  SS-KEY.
               10  SS-BUSINESS-DATE     PIC 9(08).
               10  SS-STEP-NAME         PIC X(08).
           05  SS-STATUS                PIC X(01).
               88  SS-STARTED               VALUE "S".
               88  SS-COMPLETED             VALUE "C".
               88  SS-BYPASSED              VALUE "B".
               88  SS-FORCED                VALUE "F".
           05  SS-PROGRAM-NAME          PIC X(30).
           05  SS-COMPLETION-CODE       PIC 9(03).
           05  SS-START-TIME            PIC 9(08).
           05  SS-END-TIME              PIC 9(08).
           05  SS-RUN-COUNT             PIC 9(03).
           05  SS-REPLAY-COUNT          PIC 9(03).
           05  SS-FORCED-BY             PIC X(08).
