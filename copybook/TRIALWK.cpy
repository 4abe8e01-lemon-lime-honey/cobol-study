      *================================================================
      *  TRIALWK  - TRIAL PAYROLL WORK RECORD LAYOUT
      *
      *  COPY MEMBER SHARED BY THE PAYROLL DRIVER, WHICH WRITES ONE
      *  "D" DETAIL RECORD PER EMPLOYEE PAID ON A TRIAL RUN - THE
      *  FIGURES THE FINAL RUN WOULD CARRY TO PAYHIST - AND A "T"
      *  TRAILER WHEN THE RUN FINISHES, AND THE PAYVAR PRE-FINAL
      *  VARIANCE REVIEW, WHICH COMPARES THE DETAILS WITH EACH
      *  EMPLOYEE'S LAST REGULAR PAY.  A RESTARTED TRIAL EXTENDS THE
      *  FILE AND WRITES A TRAILER OF ITS OWN, SO THE DETAIL COUNT
      *  PROVES AGAINST THE SUM OF THE TRAILER COUNTS.  THE FILE IS
      *  REWRITTEN BY EVERY FRESH TRIAL.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.  RECORD LENGTH 74 BYTES.
      *  2026-10-15 DO    ADDED TW-PAY-GROUP, THE PAY GROUP THE TRIAL
      *                   RAN FOR, ON EVERY RECORD.  RECORD LENGTH IS
      *                   STILL 74 BYTES.
      *================================================================
       01  TRIAL-WORK-RECORD.
           05  TW-RECORD-TYPE              PIC X(01).
               88  TW-DETAIL-RECORD                     VALUE "D".
               88  TW-TRAILER-RECORD                    VALUE "T".
           05  TW-PERIOD-END               PIC 9(08).
           05  TW-PAY-GROUP                PIC X(02).
           05  TW-DETAIL-DATA.
               10  TW-EMP-ID               PIC 9(06).
               10  TW-DEPT                 PIC 9(04).
               10  TW-PAY-TYPE             PIC X(01).
               10  TW-HOURS                PIC 9(02).
               10  TW-LEAVE-HOURS          PIC 9(03).
               10  TW-GROSS-PAY            PIC 9(07)V99.
               10  TW-TAX                  PIC 9(06)V99.
               10  TW-TOTAL-DEDUCT         PIC 9(07)V99.
               10  TW-NET-PAY              PIC S9(07)V99.
               10  TW-RETRO-PAY            PIC S9(07)V99.
               10  FILLER                  PIC X(03).
           05  TW-TRAILER-DATA REDEFINES TW-DETAIL-DATA.
               10  TW-TRL-COUNT            PIC 9(06).
               10  TW-TRL-GROSS            PIC 9(09)V99.
               10  TW-TRL-NET              PIC S9(09)V99.
               10  FILLER                  PIC X(35).
