      * SHARED BY JOB-BANNER, WHICH APPENDS ONE RECORD FOR EVERY
      * START AND END STAMP IT PRINTS, AND BY THE JOB-RUN-HISTORY
      * REPORT, WHICH PAIRS THEM BACK UP. THE COMPLETION CODE IS
      * MEANINGFUL ON END RECORDS ONLY. AN END RECORD MAY ALSO
      * CARRY THE STEP'S VOLUMES -- RECORDS READ, WRITTEN AND
      * REJECTED AND ITS PRIMARY AMOUNT TOTAL -- WHEN JL-VOLUME-FLAG
      * IS "Y"; RECORDS WRITTEN BEFORE THE VOLUMES WERE ADDED READ
      * BACK WITH THE FLAG BLANK.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-08-22  JCM  FIRST VERSION.
      * 2026-10-15  JCM  VOLUME FLAG AND STEP VOLUMES ADDED TO THE
      *                  END OF THE RECORD.
      *-----------------------
       01  JOB-LOG-RECORD.
           05  JL-PROGRAM-NAME          PIC X(30).
               88  JL-STAMP-IS-START        VALUE "S".
               88  JL-STAMP-IS-END          VALUE "E".
           05  JL-COMPLETION-CODE       PIC 9(03).
           05  JL-VOLUME-FLAG           PIC X(01).
               88  JL-VOLUMES-LOGGED        VALUE "Y".
           05  JL-RECORDS-READ          PIC 9(09).
           05  JL-RECORDS-WRITTEN       PIC 9(09).
           05  JL-RECORDS-REJECTED      PIC 9(09).
           05  JL-AMOUNT-TOTAL          PIC 9(13)V9(02).
