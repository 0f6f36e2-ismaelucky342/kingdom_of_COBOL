      *                  TIMESHEET'S LEAVE-TAKEN HOURS DRAW THE
      *                  BALANCES DOWN. BLANK CONVERTED RECORDS
      *                  READ AS ZERO.
      * 2026-10-15  JCM  ADDED EM-WORK-LOCATION SO STATE AND LOCAL
      *                  INCOME TAX CAN BE WITHHELD BY WHERE THE
      *                  EMPLOYEE WORKS: THE CODE KEYS THE JURTAX
      *                  STATE/LOCAL WITHHOLDING TABLE. A BLANK ON A
      *                  RECORD CONVERTED BEFORE THE FIELD EXISTED MEANS
      *                  NO STATE OR LOCAL WITHHOLDING. ADDED AT THE END
      *                  SO EXISTING FIELD OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED EM-TAXPAYER-ID SO THE ANNUAL WAGE-AND-TAX
      *                  FILING CAN CARRY EACH EMPLOYEE'S TAXPAYER
      *                  IDENTIFICATION NUMBER INSTEAD OF SOMEONE KEYING
      *                  IT FROM THE PERSONNEL FOLDER. BLANK ON A RECORD
      *                  CONVERTED BEFORE THE FIELD EXISTED; THE FILING
      *                  JOB LISTS THOSE AS EXCEPTIONS. ADDED AT THE END
      *                  SO EXISTING FIELD OFFSETS DO NOT MOVE.
      * 2026-10-15  JCM  ADDED EM-COMPANY-CODE FOR THE SECOND LEGAL
      *                  ENTITY: THE EMPLOYING COMPANY ON THE COMPANY
      *                  MASTER, WHICH DECIDES THE NACHA BATCH, GL
      *                  ENTITY AND TAX FIGURES THE EMPLOYEE'S PAY
      *                  FALLS UNDER. BLANK ON A RECORD CONVERTED BEFORE
      *                  THE FIELD EXISTED MEANS THE PRIMARY COMPANY
      *                  "01". ADDED AT THE END SO EXISTING FIELD
      *                  OFFSETS DO NOT MOVE.
      *-----------------------
       01  EMP-MASTER-RECORD.
           05  EM-EMP-ID           PIC 9(05).
      * LEAVE BALANCES IN HOURS, MAINTAINED BY THE PAY CYCLE
           05  EM-VAC-BALANCE      PIC 9(04)V9(02).
           05  EM-SICK-BALANCE     PIC 9(04)V9(02).
      * WORK LOCATION, KEYING THE JURTAX STATE/LOCAL WITHHOLDING
      * TABLE; BLANK MEANS NO STATE OR LOCAL WITHHOLDING
           05  EM-WORK-LOCATION    PIC X(04).
      * NINE-DIGIT TAXPAYER IDENTIFICATION NUMBER FOR THE ANNUAL
      * WAGE FILING; BLANK MEANS NOT YET ON FILE
           05  EM-TAXPAYER-ID      PIC X(09).
      * EMPLOYING COMPANY ON THE COMPANY MASTER; BLANK MEANS THE
      * PRIMARY COMPANY "01"
           05  EM-COMPANY-CODE     PIC X(02).
