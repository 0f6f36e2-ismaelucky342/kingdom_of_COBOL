      *                  line with it) -- the 120-byte field was
      *                  truncating the leave balances off every
      *                  printed image.
      * 2026-10-15  JCM  Image print field widened to the full 136-byte
      *                  history image now that the master carries the
      *                  work-location code.
      * 2026-10-15  JCM  Image print field widened to the 145-byte
      *                  history image now that the master carries the
      *                  taxpayer ID.
      * 2026-10-15  JCM  Image print field widened to the 147-byte
      *                  history image now that the master carries the
      *                  company code.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY EMPHIS.

       FD  HISTORY-REPORT-FILE.
       01  RPT-LINE                PIC X(156).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------

       01  RPT-IMAGE-LINE.
           05  RI-TAG              PIC X(09).
           05  RI-IMAGE            PIC X(147).

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
