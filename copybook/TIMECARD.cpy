      *  THE PAYROLL DRIVER.
      *
      *  THE FILE CARRIES ONE "H" BATCH HEADER AS ITS FIRST RECORD,
      *  ONE "D" DETAIL RECORD PER EMPLOYEE PER WEEK, ANY "L" LABOR
      *  DISTRIBUTION RECORDS FOR THAT EMPLOYEE RIGHT BEHIND THEIR
      *  "D" RECORD, AND ONE "T"
      *  BATCH TRAILER AS ITS LAST RECORD.  THE TRAILER CARRIES THE
      *  DETAIL CARD COUNT AND HASH TOTALS OF THE HOURS AND HOURLY
      *  PAY FIELDS, PUNCHED FROM THE PLANT'S TRANSMITTAL SHEET, SO A
      *  TRUNCATED OR PADDED TRANSMISSION CAN BE PROVEN OUT BEFORE
      *  ANYONE IS PAID FROM IT.
      *
      *  AN "L" RECORD CHARGES PART OF THE EMPLOYEE'S WORKED HOURS TO
      *  ANOTHER CHARGE DEPARTMENT AND, OPTIONALLY, A WORK ORDER.  AN
      *  EMPLOYEE WITH "L" RECORDS IS CHARGED ONLY WHERE THEY SAY, SO
      *  THEIR HOURS MUST ADD UP TO THE "D" RECORD'S TC-WORKING-HOUR -
      *  THE PAYROLL DRIVER'S BALANCING PASS PROVES THAT FOR EVERY
      *  EMPLOYEE.  "L" RECORDS ARE NOT COUNTED IN THE TRAILER'S CARD
      *  COUNT OR HASH TOTALS, WHICH STILL COVER THE "D" RECORDS ONLY.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *                   REMAINS HOURS ACTUALLY WORKED AND IS THE
      *                   ONLY FIGURE IN THE TRAILER'S HOURS HASH;
      *                   LEAVE HOURS NEVER FEED THE OVERTIME BANDS.
      *  2026-10-15 DO    ADDED THE "L" LABOR DISTRIBUTION RECORD AND
      *                   ITS TC-LABOR-DIST-DATA VIEW FOR SPLITTING A
      *                   WEEK ACROSS CHARGE DEPARTMENTS AND WORK
      *                   ORDERS - RECORD LENGTH IS UNCHANGED.
      *================================================================
       01  TIMECARD-RECORD.
           05  TC-RECORD-TYPE              PIC X(01).
               88  TC-HEADER-RECORD                     VALUE "H".
               88  TC-DETAIL-RECORD                     VALUE "D".
               88  TC-TRAILER-RECORD                    VALUE "T".
               88  TC-LABOR-DIST-RECORD                 VALUE "L".
           05  TC-DETAIL-DATA.
               10  TC-EMPLOYEE-ID          PIC 9(06).
               10  TC-HOURLY-PAY           PIC 9(05).
               10  TC-CARD-COUNT           PIC 9(06).
               10  TC-HOURS-HASH           PIC 9(08).
               10  TC-PAY-HASH             PIC 9(10).
           05  TC-LABOR-DIST-DATA REDEFINES TC-DETAIL-DATA.
               10  TC-LD-EMPLOYEE-ID       PIC 9(06).
               10  TC-LD-CHARGE-DEPT       PIC 9(04).
               10  TC-LD-WORK-ORDER        PIC X(08).
               10  TC-LD-HOURS             PIC 9(02).
               10  FILLER                  PIC X(04).
