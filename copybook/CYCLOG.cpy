      *================================================================
      *  CYCLOG   - PAYROLL CYCLE RUN LOG RECORD LAYOUT
      *
      *  COPY MEMBER FOR THE PERMANENT CYCLOG RUN LOG.  EVERY STEP OF
      *  THE PAY CYCLE (PAYDRV, PAYCHK, GLPROOF, DEDREMIT, ACHRET,
      *  OFFCYCLE, YECLOSE) APPENDS AN "S" START RECORD WHEN IT BEGINS
      *  WORK ON A PAY PERIOD AND AN "E" END RECORD WHEN IT FINISHES,
      *  THROUGH THE CYCLELOG SUBPROGRAM.  THE FILE IS NEVER REWRITTEN,
      *  SO IT READS IN THE ORDER THE STEPS RAN; THE LATEST RECORD FOR
      *  A STEP AND PERIOD IS ITS CURRENT STATE.  A START WITH NO END
      *  AFTER IT IS A STEP THAT IS STILL RUNNING OR DIED.  READ BY THE
      *  CYCRPT CYCLE STATUS REPORT.
      *
      *  CY-RUN-MODE QUALIFIES THE STEP WHERE ONE PROGRAM RUNS MORE
      *  THAN ONE WAY - TRIAL/FINAL FOR PAYDRV, WEEK/MONTH FOR
      *  DEDREMIT, PAY/VOID FOR OFFCYCLE.  YECLOSE LOGS UNDER THE LAST
      *  DAY OF THE YEAR IT CLOSES.
      *
      *  CY-PAY-GROUP NAMES THE PAY GROUP FOR THE STEPS THAT WORK ONE
      *  GROUP'S PERIOD (PAYDRV, PAYCHK, GLPROOF), SO TWO GROUPS'
      *  PERIODS ENDING ON THE SAME DATE ARE LOGGED APART.  THE OTHER
      *  STEPS, AND RECORDS WRITTEN BEFORE PAY GROUPS EXISTED, CARRY
      *  SPACES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.  RECORD LENGTH 60 BYTES.
      *  2026-10-15 DO    ADDED CY-PAY-GROUP OUT OF FILLER.  RECORD
      *                   LENGTH IS STILL 60 BYTES.
      *================================================================
       01  CYCLE-LOG-RECORD.
           05  CY-PERIOD-END               PIC 9(08).
           05  CY-STEP-NAME                PIC X(08).
           05  CY-RUN-MODE                 PIC X(05).
           05  CY-EVENT                    PIC X(01).
               88  CY-EVENT-START                       VALUE "S".
               88  CY-EVENT-END                         VALUE "E".
           05  CY-STATUS                   PIC X(01).
               88  CY-STATUS-RUNNING                    VALUE "R".
               88  CY-STATUS-COMPLETE                   VALUE "C".
               88  CY-STATUS-WARNING                    VALUE "W".
               88  CY-STATUS-FAILED                     VALUE "F".
           05  CY-DATE                     PIC 9(08).
           05  CY-TIME                     PIC 9(06).
           05  CY-RECORDS-IN               PIC 9(07).
           05  CY-RECORDS-OUT              PIC 9(07).
           05  CY-COMPLETION-CODE          PIC 9(03).
           05  CY-PAY-GROUP                PIC X(02).
           05  FILLER                      PIC X(04).
