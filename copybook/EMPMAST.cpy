      *                   TREATS ANY STATUS OTHER THAN "L"/"T" AS
      *                   ACTIVE SO AN UNCONVERTED BLANK DOES NOT
      *                   QUIETLY CHANGE AN EMPLOYEE'S BEHAVIOR.
      *  2026-10-15 DO    ADDED THE W-4 WITHHOLDING ELECTION (FILING
      *                   STATUS, ALLOWANCES, ADDITIONAL FLAT AMOUNT
      *                   PER PERIOD, EXEMPT FLAG) IN THE 10 BYTES
      *                   THAT WERE FILLER - RECORD LENGTH IS STILL
      *                   175 BYTES.  A FILING STATUS OTHER THAN "S"/
      *                   "M" (INCLUDING THE BLANKS LEFT IN AN OLD
      *                   RECORD) MEANS NO ELECTION IS ON FILE, AND
      *                   THE EMPLOYEE IS WITHHELD SINGLE WITH ZERO
      *                   ALLOWANCES.  MAINTAINED BY W4MAINT.
      *  2026-10-15 DO    ADDED EMP-ADDR-STATE, THE POSTAL STATE CODE
      *                   OF THE EMPLOYEE'S LAST KNOWN ADDRESS, SO
      *                   UNCASHED CHECKS CAN BE ESCHEATED TO THE
      *                   RIGHT STATE (SEE CHKRECON).  RECORD LENGTH
      *                   IS NOW 177 BYTES.  EXISTING FILES MUST BE
      *                   RELOADED AT THE NEW LENGTH; A BLANK STATE
      *                   IS REPORTED UNDER THE COMPANY'S HOME STATE.
      *  2026-10-15 DO    ADDED EMP-PAY-GROUP, THE PAY GROUP THE
      *                   EMPLOYEE IS PAID WITH.  EACH GROUP HAS ITS
      *                   OWN FREQUENCY AND ITS OWN PAYCAL CALENDAR,
      *                   AND A PAYDRV RUN PAYS ONE GROUP.  RECORD
      *                   LENGTH IS NOW 179 BYTES.  EXISTING FILES
      *                   MUST BE RELOADED AT THE NEW LENGTH WITH
      *                   THE GROUP BACKFILLED TO "WK", THE ORIGINAL
      *                   WEEKLY PAYROLL.  EMP-VAC-ACCRUAL AND
      *                   EMP-SICK-ACCRUAL STAY WEEKLY RATES - THE
      *                   DRIVER SCALES THEM TO THE GROUP'S FREQUENCY.
      *  2026-10-15 DO    ADDED THE 401(K) ELECTION (TYPE "P" PERCENT OF
      *                   GROSS OR "F" FLAT AMOUNT PER PERIOD, AND THE
      *                   RATE) AND THE YTD DEFERRAL AND EMPLOYER MATCH
      *                   THE RETCALC ANNUAL LIMITS ARE PROVED AGAINST.
      *                   RECORD LENGTH IS NOW 205 BYTES.  EXISTING
      *                   FILES MUST BE RELOADED AT THE NEW LENGTH WITH
      *                   THE TYPE LEFT BLANK (NOT ENROLLED) AND THE NEW
      *                   NUMERIC FIELDS ZEROED.  MAINTAINED BY
      *                   RETMAINT; ZEROED AT YEAR END BY YECLOSE.
      *================================================================
       01  EMP-MASTER-RECORD.
           05  EMP-ID                      PIC 9(06).
               88  EMP-STAT-TERMED                       VALUE "T".
           05  EMP-HIRE-DATE               PIC 9(08).
           05  EMP-TERM-DATE               PIC 9(08).
           05  EMP-W4-ELECTION.
               10  EMP-W4-FILING-STATUS    PIC X(01).
                   88  EMP-W4-SINGLE                    VALUE "S".
                   88  EMP-W4-MARRIED                   VALUE "M".
                   88  EMP-W4-ON-FILE                   VALUE "S" "M".
               10  EMP-W4-ALLOWANCES       PIC 9(02).
               10  EMP-W4-ADDL-AMOUNT      PIC 9(04)V99.
               10  EMP-W4-EXEMPT           PIC X(01).
                   88  EMP-W4-IS-EXEMPT                 VALUE "Y".
           05  EMP-ADDR-STATE              PIC X(02).
           05  EMP-PAY-GROUP               PIC X(02).
           05  EMP-401K-ELECTION.
               10  EMP-401K-TYPE           PIC X(01).
                   88  EMP-401K-PERCENT                 VALUE "P".
                   88  EMP-401K-FLAT                    VALUE "F".
                   88  EMP-401K-ENROLLED                VALUE "P" "F".
               10  EMP-401K-RATE           PIC 9(05)V99.
           05  EMP-YTD-DEFERRAL            PIC 9(07)V99.
           05  EMP-YTD-MATCH               PIC 9(07)V99.
