      *                   THAN "L"/"T" AS ACTIVE SO AN UNCONVERTED
      *                   MASTER RECORD WITH A BLANK STATUS KEEPS
      *                   ITS OLD BEHAVIOR.
      *  2026-10-15 DO    WITHHOLDING IS NOW FIGURED BY THE WHCALC
      *                   SUBPROGRAM FROM THE PERIOD'S ACTUAL GROSS
      *                   (OVERTIME, LEAVE AND RETRO INCLUDED) AND THE
      *                   MASTER'S W-4 ELECTION, ANNUALIZED AT
      *                   WS-WEEKS-PER-YEAR, INSTEAD OF TAXCALC
      *                   AGAINST EMP-SALARY.  AN EMPLOYEE WITH NO
      *                   ELECTION ON FILE IS WITHHELD SINGLE WITH
      *                   ZERO ALLOWANCES AND LISTED ON EXCPRPT.
      *  2026-10-15 DO    EVERY RUN NOW LOGS ITS START AND END TO THE
      *                   CYCLOG PAYROLL CYCLE RUN LOG THROUGH THE
      *                   CYCLELOG SUBPROGRAM, UNDER ITS RUN MODE AND
      *                   PERIOD, WITH THE TIMECARDS READ AND STUBS
      *                   WRITTEN.  PAYCHK, GLPROOF, DEDREMIT, ACHRET,
      *                   OFFCYCLE AND YECLOSE REFUSE TO RUN AGAINST A
      *                   PERIOD WHOSE FINAL RUN IS NOT LOGGED CLEAN.
      *                   AN UNBALANCED TIMECARD BATCH NOW ENDS WITH
      *                   CONDITION CODE 8 AND IS LOGGED AS FAILED.
      *  2026-10-15 DO    SPLIT-LABOR TIMECARDS.  "L" LABOR
      *                   DISTRIBUTION RECORDS BEHIND A CARD CHARGE
      *                   ITS WORKED HOURS TO OTHER DEPARTMENTS AND
      *                   WORK ORDERS.  THE BALANCING PASS PROVES EACH
      *                   EMPLOYEE'S SPLITS TO THE CARD'S HOURS AND
      *                   TABLES THEM; THE LABOR PAY, OVERTIME PREMIUM
      *                   INCLUDED, AND ITS SHARE OF EMPLOYER TAX ARE
      *                   PRORATED TO THE CHARGE DEPARTMENTS BY HOURS.
      *                   THE GL EXPENSE LINES AND LABRDIST NOW POST
      *                   BY CHARGE DEPARTMENT, WITH AN INTERDEPT
      *                   LABOR CLEARING LINE KEEPING EACH
      *                   DEPARTMENT'S ENTRY IN BALANCE, AND LABRDIST
      *                   LISTS THE LABOR CHARGED TO EACH WORK ORDER.
      *  2026-10-15 DO    A TRIAL RUN NOW WRITES THE TRIALWK WORK FILE
      *                   - EACH EMPLOYEE'S COMPUTED FIGURES AND A
      *                   COUNT/TOTAL TRAILER - FOR THE PAYVAR
      *                   PRE-FINAL VARIANCE REVIEW.
      *  2026-10-15 DO    PAY GROUPS.  THE PAYRUN CARD (16 BYTES) NOW
      *                   NAMES THE PAY GROUP AND THE RUN PAYS THAT
      *                   GROUP ONLY - PROVED AGAINST THE GROUP'S OWN
      *                   PAYCAL CALENDAR, WHOSE FREQUENCY SETS THE
      *                   PERIOD START AND WS-PERIODS-PER-YEAR (WAS
      *                   WS-WEEKS-PER-YEAR) FOR THE SALARIED SHARE,
      *                   THE FINAL-PERIOD PRORATION, WITHHOLDING AND
      *                   THE PTO ACCRUAL.  A TIMECARD FOR AN EMPLOYEE
      *                   OF ANOTHER GROUP GOES TO REJECT-LOG, AND THE
      *                   SWEEP AND THE EXCEPTION REPORT PASS OTHER
      *                   GROUPS' EMPLOYEES OVER.  THE GROUP IS
      *                   CARRIED ON PAYHIST, TRIALWK AND CYCLOG.
      *  2026-10-15 DO    401(K) PLAN.  THE RETCALC SUBPROGRAM FIGURES
      *                   EACH ENROLLED EMPLOYEE'S PRE-TAX DEFERRAL,
      *                   CATCH-UP AND EMPLOYER MATCH AGAINST THE
      *                   ANNUAL LIMITS USING THE MASTER'S YTD
      *                   DEFERRAL AND MATCH (205 BYTES).  THE
      *                   DEFERRAL COMES OFF GROSS BEFORE WITHHOLDING
      *                   AND OUT OF NET; EMPLOYER TAXES STAY ON THE
      *                   FULL GROSS.  THE STUB SHOWS DEFERRAL AND
      *                   MATCH, PAYHIST CARRIES THEM, THE GL EXPORT
      *                   GAINS 401K MATCH EXPENSE AND 401K PLAN
      *                   PAYABLE PER DEPARTMENT, AND EVERY FINAL RUN
      *                   WRITES THE PLANCONT CONTRIBUTION FILE FOR
      *                   THE PLAN RECORDKEEPER WITH A BALANCING
      *                   TRAILER.  THE CHECKPOINT (58 BYTES) CARRIES
      *                   THE PLANCONT COUNT AND TOTALS THE SAME WAY IT
      *                   CARRIES THE DDEXPORT ONES.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDRV.
           SELECT PAY-CALENDAR        ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT TRIAL-WORK-FILE     ASSIGN TO "TRIALWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-CONTRIB-FILE   ASSIGN TO "PLANCONT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  PAYSTUB-REGISTER-LINE        PIC X(80).

       FD  RESTART-CONTROL
           RECORD CONTAINS 58 CHARACTERS.
       01  RESTART-CONTROL-LINE.
           05  RC-RECORDS-PROCESSED      PIC 9(06).
           05  RC-SALARIED-PROCESSED     PIC 9(06).
           05  RC-RUN-STATUS             PIC X(01).
           05  RC-DEPOSIT-COUNT          PIC 9(06).
           05  RC-DEPOSIT-TOTAL          PIC 9(09)V99.
           05  RC-PLAN-COUNT             PIC 9(06).
           05  RC-PLAN-DEFERRAL          PIC 9(09)V99.
           05  RC-PLAN-MATCH             PIC 9(09)V99.

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-LOG-LINE              PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  RUN-CONTROL-CARD.
           05  RN-PERIOD-END             PIC 9(08).
           05  RN-RESTART-FLAG           PIC X(01).
           05  RN-RUN-MODE               PIC X(05).
           05  RN-PAY-GROUP              PIC X(02).

       FD  DEDUCTION-MASTER
           RECORD CONTAINS 55 CHARACTERS.
           COPY RETROADJ.

       FD  PAY-CALENDAR
           RECORD CONTAINS 12 CHARACTERS.
           COPY PAYCAL.

       FD  TRIAL-WORK-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY TRIALWK.

       FD  PLAN-CONTRIB-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PLAN-CONTRIB-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EDITRNGW.
       COPY CYCREQ.

       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-CAL-LOADED-SW             PIC X(01)   VALUE 'N'.
           88  WS-CAL-LOADED                        VALUE 'Y'.
       01  WS-CAL-GROUP-SW              PIC X(01)   VALUE 'N'.
           88  WS-CAL-GROUP-FOUND                   VALUE 'Y'.
       01  WS-CAL-PERIOD-SUB            PIC 9(03)   VALUE 0.
       01  WS-CAL-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-CAL-IDX.
               10  WS-CAL-GROUP          PIC X(02).
               10  WS-CAL-FREQ           PIC X(01).
               10  WS-CAL-DATE           PIC 9(08).
               10  WS-CAL-STATUS         PIC X(01).

           05  DT-DEPOSIT-COUNT          PIC 9(06).
           05  DT-TOTAL-NET              PIC 9(09)V99.

      *    PLANCONT - ONE "D" RECORD PER EMPLOYEE WITH A DEFERRAL OR A
      *    MATCH THIS PERIOD AND A "T" TRAILER THE RECORDKEEPER
      *    BALANCES THE FILE AGAINST.  PCD-DEFERRAL INCLUDES THE
      *    CATCH-UP; PCD-CATCHUP SAYS HOW MUCH OF IT THAT IS.
       01  WS-PLAN-COUNT                PIC 9(06)   VALUE 0.
       01  WS-PLAN-DEFERRAL             PIC 9(09)V99 VALUE 0.
       01  WS-PLAN-MATCH                PIC 9(09)V99 VALUE 0.

       01  PLAN-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE "D".
           05  PCD-EMPLOYEE-ID           PIC 9(06).
           05  PCD-PAY-GROUP             PIC X(02).
           05  PCD-PERIOD-END            PIC 9(08).
           05  PCD-PLAN-GROSS            PIC 9(07)V99.
           05  PCD-DEFERRAL              PIC 9(07)V99.
           05  PCD-CATCHUP               PIC 9(07)V99.
           05  PCD-MATCH                 PIC 9(07)V99.

       01  PLAN-TRAILER-LINE.
           05  FILLER                    PIC X(01) VALUE "T".
           05  PCT-PAY-GROUP             PIC X(02).
           05  PCT-PERIOD-END            PIC 9(08).
           05  PCT-RECORD-COUNT          PIC 9(06).
           05  PCT-TOTAL-DEFERRAL        PIC 9(09)V99.
           05  PCT-TOTAL-MATCH           PIC 9(09)V99.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER                    PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
               "PERIOD END ".
           05  EXH-PERIOD-END            PIC X(10).

       01  EXCEPTION-HEADING-LINE-2.
           05  FILLER                    PIC X(10) VALUE
               "PAY GROUP ".
           05  EXH-PAY-GROUP             PIC X(02).

       01  EXCEPTION-DETAIL-LINE.
           05  EX-EMPLOYEE-ID            PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  LS-LABEL                   PIC X(18).
           05  LS-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LABOR-WO-TITLE.
           05  FILLER                    PIC X(28) VALUE
               "*** WORK ORDER CHARGES ***".

       01  LABOR-WO-HEADING.
           05  FILLER                    PIC X(10) VALUE
               "WORK-ORD".
           05  FILLER                    PIC X(06) VALUE
               "DEPT".
           05  FILLER                    PIC X(08) VALUE
               "  HOURS".
           05  FILLER                    PIC X(13) VALUE
               "   LABOR-PAY".

       01  LABOR-WO-LINE.
           05  LW-ORDER                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  LW-DEPT                   PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  LW-HOURS                  PIC ZZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LW-PAY                    PIC Z,ZZZ,ZZ9.99.

       01  WS-RUN-MODE                  PIC X(05)   VALUE "FINAL".
           88  WS-MODE-TRIAL                         VALUE "TRIAL".
           88  WS-MODE-FINAL                         VALUE "FINAL".
           05  WS-PERIOD-END-MONTH       PIC 9(02).
           05  WS-PERIOD-END-DAY         PIC 9(02).
       01  WS-PERIOD-END-NUM            PIC 9(08).
       01  WS-PERIOD-START.
           05  WS-PERIOD-START-YEAR      PIC 9(04).
           05  WS-PERIOD-START-MONTH     PIC 9(02).
           05  WS-PERIOD-START-DAY       PIC 9(02).
       01  WS-PERIOD-START-NUM          PIC 9(08).
       01  WS-PERIOD-START-SERIAL       PIC 9(08)   VALUE 0.
       01  WS-PERIOD-DAYS               PIC 9(02)   VALUE 7.
       01  WS-PAY-GROUP                 PIC X(02)   VALUE SPACES.
       01  WS-PAY-FREQUENCY             PIC X(01)   VALUE "W".
           88  WS-FREQ-WEEKLY                       VALUE "W".
           88  WS-FREQ-BIWEEKLY                     VALUE "B".
           88  WS-FREQ-SEMIMONTHLY                  VALUE "S".
           88  WS-FREQ-MONTHLY                      VALUE "M".
       01  WS-GROUP-OK-SW               PIC X(01)   VALUE 'Y'.
           88  WS-GROUP-OK                          VALUE 'Y'.
       01  WS-ACCRUAL-HOURS             PIC 9(03)V99 VALUE 0.
       01  WS-PERIOD-END-SERIAL         PIC 9(08)   VALUE 0.
       01  WS-TERM-SERIAL               PIC 9(08)   VALUE 0.
       01  WS-TERM-DAYS                 PIC 9(02)   VALUE 0.
       01  WS-TRAILER-CARD-COUNT        PIC 9(06)   VALUE 0.
       01  WS-TRAILER-HOURS-HASH       PIC 9(08)   VALUE 0.
       01  WS-TRAILER-PAY-HASH         PIC 9(10)   VALUE 0.
       01  WS-BAL-RECORD-NO             PIC 9(06)   VALUE 0.
       01  WS-BAL-CARD-NO               PIC 9(06)   VALUE 0.
       01  WS-BAL-CARD-EMP-ID           PIC 9(06)   VALUE 0.
       01  WS-BAL-CARD-HOURS            PIC 9(02)   VALUE 0.
       01  WS-BAL-CARD-SPLITS           PIC 9(03)   VALUE 0.
       01  WS-BAL-SPLIT-HOURS           PIC 9(03)   VALUE 0.
       01  WS-BATCH-SPLIT-COUNT         PIC 9(06)   VALUE 0.

      *    LABOR DISTRIBUTION SPLITS, TABLED BY THE BALANCING PASS IN
      *    FILE ORDER.  WS-SPLIT-CARD-NO IS THE RECORD POSITION OF THE
      *    "D" CARD THE SPLIT BELONGS TO, THE SAME POSITION THE PAYING
      *    PASS COUNTS IN WS-RECORDS-READ.
       01  WS-SPLIT-COUNT               PIC 9(04)   VALUE 0.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SPLIT-IDX.
               10  WS-SPLIT-CARD-NO      PIC 9(06).
               10  WS-SPLIT-DEPT         PIC 9(04).
               10  WS-SPLIT-WORK-ORDER   PIC X(08).
               10  WS-SPLIT-HOURS        PIC 9(02).
       01  WS-EMP-SPLIT-FIRST           PIC 9(04)   VALUE 0.
       01  WS-EMP-SPLIT-LAST            PIC 9(04)   VALUE 0.
       01  WS-EMP-SPLIT-COUNT           PIC 9(03)   VALUE 0.
       01  WS-HOME-DEPT-SUB             PIC 9(03)   VALUE 0.
       01  WS-EMP-ER-EXPENSE            PIC 9(07)V99 VALUE 0.
       01  WS-HOME-EXPENSE              PIC S9(07)V99 VALUE 0.
       01  WS-HOME-ER-EXPENSE           PIC S9(07)V99 VALUE 0.
       01  WS-REM-REG-HOURS             PIC 9(03)   VALUE 0.
       01  WS-REM-REG-PAY               PIC 9(07)V99 VALUE 0.
       01  WS-REM-OT-HOURS              PIC 9(03)   VALUE 0.
       01  WS-REM-OT-PAY                PIC 9(07)V99 VALUE 0.
       01  WS-REM-DT-HOURS              PIC 9(03)   VALUE 0.
       01  WS-REM-DT-PAY                PIC 9(07)V99 VALUE 0.
       01  WS-SPL-REG-HOURS             PIC 9(03)   VALUE 0.
       01  WS-SPL-REG-PAY               PIC 9(07)V99 VALUE 0.
       01  WS-SPL-OT-HOURS              PIC 9(03)   VALUE 0.
       01  WS-SPL-OT-PAY                PIC 9(07)V99 VALUE 0.
       01  WS-SPL-DT-HOURS              PIC 9(03)   VALUE 0.
       01  WS-SPL-DT-PAY                PIC 9(07)V99 VALUE 0.
       01  WS-SPL-LABOR-PAY             PIC 9(07)V99 VALUE 0.
       01  WS-SPL-ER-EXPENSE            PIC 9(07)V99 VALUE 0.
       01  WS-SPL-CHARGE                PIC 9(07)V99 VALUE 0.

      *    LABOR CHARGED TO EACH WORK ORDER, FOR THE LABRDIST REPORT.
       01  WS-WO-FULL-SW                PIC X(01)   VALUE 'N'.
           88  WS-WO-FULL                           VALUE 'Y'.
       01  WS-WO-COUNT                  PIC 9(03)   VALUE 0.
       01  WS-WO-TABLE.
           05  WS-WO-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-WO-IDX.
               10  WS-WO-ORDER           PIC X(08).
               10  WS-WO-DEPT            PIC 9(04).
               10  WS-WO-HOURS           PIC 9(07).
               10  WS-WO-PAY             PIC 9(09)V99.

       01  WS-DUP-SW                    PIC X(01)   VALUE 'N'.
           88  WS-DUP-CARD                          VALUE 'Y'.
       01  WS-SALARIED-SEQ              PIC 9(06)   VALUE 0.
       01  WS-CHECKPOINT-STATUS         PIC X(01)   VALUE "P".
       01  WS-WORK-HOURS                PIC 9(02)   VALUE 0.
       01  WS-PERIODS-PER-YEAR          PIC 9(02)   VALUE 52.
       01  WS-EXCEPTION-COUNT           PIC 9(05)   VALUE 0.
       01  WS-SEEN-COUNT                PIC 9(04)   VALUE 0.
       01  WS-SEEN-TABLE.
       01  WS-DOUBLETIME-HOURS           PIC 9(03).

       01  WS-TOTAL-DEDUCT               PIC 9(07)V99.
       01  WS-DEFERRAL                   PIC 9(07)V99.
       01  WS-CATCHUP                    PIC 9(07)V99.
       01  WS-MATCH                      PIC 9(07)V99.
       01  WS-TAXABLE-GROSS              PIC 9(07)V99.
       01  WS-NET-AVAILABLE              PIC S9(07)V99.
       01  WS-DED-SCHEDULED              PIC 9(07)V99.
       01  WS-DED-REMAINING              PIC 9(07)V99.
       01  WS-GRAND-TAX                  PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-DEDUCT               PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-NET-PAY              PIC S9(09)V99 VALUE 0.
       01  WS-GRAND-DEFERRAL             PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-MATCH                PIC 9(09)V99 VALUE 0.
       01  WS-EMPLOYEE-COUNT             PIC 9(05)    VALUE 0.

      *    TRIALWK TRAILER TOTALS - THIS RUN'S DETAILS ONLY.
       01  WS-TRIAL-COUNT                PIC 9(06)    VALUE 0.
       01  WS-TRIAL-GROSS                PIC 9(09)V99 VALUE 0.
       01  WS-TRIAL-NET                  PIC S9(09)V99 VALUE 0.

      *----------------------------------------------------------------
      * W-4 ELECTION PASSED TO WHCALC.  WHEN THE MASTER CARRIES NO
      * ELECTION, THE MOST CONSERVATIVE ONE - SINGLE, ZERO
      * ALLOWANCES, NOTHING ADDITIONAL, NOT EXEMPT - IS USED.
      *----------------------------------------------------------------
       01  WS-W4-ELECTION.
           05  WS-W4-FILING-STATUS       PIC X(01).
           05  WS-W4-ALLOWANCES          PIC 9(02).
           05  WS-W4-ADDL-AMOUNT         PIC 9(04)V99.
           05  WS-W4-EXEMPT              PIC X(01).

       01  WS-ER-SS-TAX                  PIC 9(07)V99.
       01  WS-ER-UI-TAX                  PIC 9(07)V99.
       01  WS-GRAND-ER-SS                PIC 9(09)V99 VALUE 0.
               10  WS-DEPT-DT-PAY        PIC 9(09)V99.
               10  WS-DEPT-ER-SS         PIC 9(09)V99.
               10  WS-DEPT-ER-UI         PIC 9(09)V99.
               10  WS-DEPT-CHG-EXPENSE   PIC S9(09)V99.
               10  WS-DEPT-CHG-ER-EXP    PIC S9(09)V99.
               10  WS-DEPT-XFER-IN       PIC 9(09)V99.
               10  WS-DEPT-XFER-OUT      PIC 9(09)V99.
               10  WS-DEPT-DEFERRAL      PIC 9(09)V99.
               10  WS-DEPT-MATCH         PIC 9(09)V99.

       01  GL-DED-ACCOUNT.
           05  FILLER                     PIC X(18) VALUE
           05  FILLER                     PIC X(09) VALUE
               "RUN MODE ".
           05  HL1B-RUN-MODE               PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "PAY GROUP ".
           05  HL1B-PAY-GROUP              PIC X(02).

       01  PAYSTUB-LINE.
           05  PS-EMPLOYEE-ID             PIC ZZZZZ9.
           05  FILLER                     PIC X(26) VALUE SPACES.
           05  PSD-AMOUNT                 PIC Z,ZZZ,ZZ9.99.

       01  PAYSTUB-401K-LINE.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "401K DEFERRAL ".
           05  FILLER                     PIC X(25) VALUE SPACES.
           05  PSK-DEFERRAL               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(07) VALUE
               " MATCH ".
           05  PSK-MATCH                  PIC Z,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
           05  FILLER                     PIC X(20) VALUE
               "*** GRAND TOTAL ***".
               "TOTAL DEDUCTIONS:".
           05  DTL-DEDUCT                  PIC ZZ,ZZZ,ZZ9.99.

       01  PLAN-TOTAL-LINE.
           05  PTL-LABEL                   PIC X(20).
           05  PTL-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE.
           05  FILLER                     PIC X(20) VALUE
               "EMPLOYEES PROCESSED:".
           PERFORM 1060-CHECK-CALENDAR
               THRU 1060-CHECK-CALENDAR-EXIT.

           PERFORM 1065-SET-PERIOD-DATES
               THRU 1065-SET-PERIOD-DATES-EXIT.

           IF WS-RESTART-RUN
               PERFORM 1100-READ-CHECKPOINT
                   THRU 1100-READ-CHECKPOINT-EXIT
           END-IF.

           PERFORM 1090-LOG-STEP-START THRU 1090-LOG-STEP-START-EXIT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
                    OUTPUT EXCEPTION-REPORT
               MOVE WS-PERIOD-END-DISPLAY TO EXH-PERIOD-END
               WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-HEADING-LINE
               MOVE WS-PAY-GROUP TO EXH-PAY-GROUP
               WRITE EXCEPTION-REPORT-LINE
                   FROM EXCEPTION-HEADING-LINE-2
           END-IF.

           PERFORM 1200-BALANCE-BATCH
                   THRU 1400-OPEN-HISTORY-EXIT
               IF WS-RESTART-RUN
                   OPEN EXTEND DEPOSIT-EXPORT-FILE
                   OPEN EXTEND PLAN-CONTRIB-FILE
               ELSE
                   OPEN OUTPUT DEPOSIT-EXPORT-FILE
                   OPEN OUTPUT PLAN-CONTRIB-FILE
               END-IF
           ELSE
               IF WS-RESTART-RUN
                   OPEN EXTEND TRIAL-WORK-FILE
               ELSE
                   OPEN OUTPUT TRIAL-WORK-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-RUN-CONTROL - READ THE PAYRUN PARAMETER CARD THAT
      * REPLACED THE CONSOLE RESTART PROMPT: PAY-PERIOD END DATE,
      * RESTART Y/N, RUN MODE TRIAL/FINAL AND THE PAY GROUP THE RUN
      * PAYS.  THE JOB WILL NOT RUN
      * WITHOUT A VALID CARD - A MISSING OR MISPUNCHED CARD STOPS THE
      * RUN BEFORE ANY FILE IS TOUCHED.
      *----------------------------------------------------------------
               STOP RUN
           END-IF.

           IF RN-PAY-GROUP = SPACES
               DISPLAY "PAY GROUP IS MISSING FROM THE RUN CARD"
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

           MOVE RN-RUN-MODE      TO WS-RUN-MODE.
           MOVE RN-RESTART-FLAG  TO WS-RESTART-FLAG.
           MOVE RN-PERIOD-END    TO WS-PERIOD-END.
           MOVE RN-PAY-GROUP     TO WS-PAY-GROUP.
           CLOSE RUN-CONTROL-FILE.

           MOVE WS-PERIOD-END-MONTH TO WS-PERIOD-DSP-MONTH.
           MOVE WS-PERIOD-END-YEAR  TO WS-PERIOD-DSP-YEAR.
           MOVE WS-PERIOD-END-DISPLAY TO HL1B-PERIOD-END.
           MOVE WS-RUN-MODE           TO HL1B-RUN-MODE.
           MOVE WS-PAY-GROUP          TO HL1B-PAY-GROUP.

           MOVE WS-PERIOD-END TO WS-PERIOD-END-NUM.
           COMPUTE WS-PERIOD-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-NUM).

           DISPLAY "PAYDRV RUN MODE " WS-RUN-MODE
               ", PERIOD END " WS-PERIOD-END-DISPLAY
               ", PAY GROUP " WS-PAY-GROUP
               ", RESTART " WS-RESTART-FLAG.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1060-CHECK-CALENDAR - LOAD THE PAY-PERIOD CALENDAR AND PROVE
      * THE RUN CARD'S PERIOD AGAINST THE PAY GROUP'S OWN PERIODS,
      * TAKING THE GROUP'S PAY FREQUENCY FROM THEM.  A GROUP WITH NO
      * CALENDAR AT ALL IS REFUSED ON A FINAL RUN; A TRIAL IS WARNED
      * AND FIGURED WEEKLY.  A FINAL RUN IS REFUSED
      * WHEN THE CALENDAR IS MISSING, THE PERIOD IS NOT ON IT, THE
      * PERIOD IS ALREADY FINALIZED, OR AN EARLIER SCHEDULED PERIOD
      * IS NOT YET FINALIZED - THE CHECKPOINT ONLY PROTECTS A SINGLE
                   STOP RUN
               ELSE
                   DISPLAY "WARNING - NO PAY-PERIOD CALENDAR, TRIAL "
                       "RUN CONTINUES UNPROTECTED AND WEEKLY"
                   GO TO 1060-CHECK-CALENDAR-EXIT
               END-IF
           END-IF.
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

           IF NOT WS-CAL-GROUP-FOUND
               IF WS-MODE-FINAL
                   DISPLAY "PAY GROUP " WS-PAY-GROUP
                       " HAS NO PAY-PERIOD CALENDAR, RUN REFUSED"
                   STOP RUN
               ELSE
                   DISPLAY "WARNING - PAY GROUP " WS-PAY-GROUP
                       " HAS NO PAY-PERIOD CALENDAR, TRIAL RUN "
                       "FIGURED WEEKLY"
                   GO TO 1060-CHECK-CALENDAR-EXIT
               END-IF
           END-IF.

           IF WS-CAL-PERIOD-SUB = 0
               IF WS-MODE-FINAL
                   DISPLAY "PERIOD " WS-PERIOD-END-DISPLAY
       1060-CHECK-CALENDAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1065-SET-PERIOD-DATES - SET THE PERIODS PER YEAR AND THE
      * FIRST DAY OF THE PERIOD FROM THE GROUP'S PAY FREQUENCY.  A
      * WEEKLY PERIOD RUNS THE SIX DAYS BEFORE THE END DATE THROUGH
      * THE END DATE, A BIWEEKLY ONE THE THIRTEEN DAYS BEFORE IT; A
      * SEMIMONTHLY PERIOD STARTS ON THE 1ST OR THE 16TH AND A
      * MONTHLY ONE ON THE 1ST.  THE DAY SERIALS DRIVE THE
      * TERMINATION-DATE EDITS AND THE FINAL-PERIOD PRORATION.
      *----------------------------------------------------------------
       1065-SET-PERIOD-DATES.
           MOVE WS-PERIOD-END TO WS-PERIOD-START.
           EVALUATE TRUE
               WHEN WS-FREQ-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   COMPUTE WS-PERIOD-START-SERIAL =
                       WS-PERIOD-END-SERIAL - 6
               WHEN WS-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   COMPUTE WS-PERIOD-START-SERIAL =
                       WS-PERIOD-END-SERIAL - 13
               WHEN WS-FREQ-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
                   IF WS-PERIOD-END-DAY > 15
                       MOVE 16 TO WS-PERIOD-START-DAY
                   ELSE
                       MOVE 1 TO WS-PERIOD-START-DAY
                   END-IF
                   MOVE WS-PERIOD-START TO WS-PERIOD-START-NUM
                   COMPUTE WS-PERIOD-START-SERIAL =
                       FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-NUM)
               WHEN WS-FREQ-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE 1 TO WS-PERIOD-START-DAY
                   MOVE WS-PERIOD-START TO WS-PERIOD-START-NUM
                   COMPUTE WS-PERIOD-START-SERIAL =
                       FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-NUM)
               WHEN OTHER
                   DISPLAY "PAY GROUP " WS-PAY-GROUP
                       " HAS AN UNKNOWN PAY FREQUENCY "
                       WS-PAY-FREQUENCY ", RUN STOPPED"
                   STOP RUN
           END-EVALUATE.

           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-SERIAL - WS-PERIOD-START-SERIAL + 1.
           DISPLAY "PAY GROUP " WS-PAY-GROUP " FREQUENCY "
               WS-PAY-FREQUENCY ", " WS-PERIODS-PER-YEAR
               " PERIODS PER YEAR, " WS-PERIOD-DAYS " DAYS".
       1065-SET-PERIOD-DATES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-LOAD-ONE-PERIOD - READ AND TABLE ONE CALENDAR RECORD.
      *----------------------------------------------------------------
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1070-LOAD-ONE-PERIOD-EXIT
           END-READ.
           IF WS-CAL-COUNT >= 200
               DISPLAY "PAY-PERIOD CALENDAR EXCEEDS THE 200-ENTRY "
                   "TABLE AT " PC-PAY-GROUP " " PC-PERIOD-END
                   ", RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           SET WS-CAL-IDX TO WS-CAL-COUNT.
           MOVE PC-PAY-GROUP  TO WS-CAL-GROUP  (WS-CAL-IDX).
           MOVE PC-FREQUENCY  TO WS-CAL-FREQ   (WS-CAL-IDX).
           MOVE PC-PERIOD-END TO WS-CAL-DATE   (WS-CAL-IDX).
           MOVE PC-STATUS     TO WS-CAL-STATUS (WS-CAL-IDX).
       1070-LOAD-ONE-PERIOD-EXIT.

      *----------------------------------------------------------------
      * 1080-PROVE-ONE-PERIOD - PROVE THE RUN'S PERIOD AGAINST ONE
      * CALENDAR ENTRY.  OTHER GROUPS' ENTRIES ARE PASSED OVER - TWO
      * GROUPS MAY END A PERIOD ON THE SAME DATE.  REMEMBERS THE
      * GROUP'S FREQUENCY AND THE MATCHING ENTRY AND, ON A
      * FINAL RUN, REFUSES AN ALREADY-FINALIZED PERIOD OR AN
      * EARLIER PERIOD STILL WAITING TO BE PAID.
      *----------------------------------------------------------------
       1080-PROVE-ONE-PERIOD.
           IF WS-CAL-GROUP (WS-CAL-IDX) NOT = WS-PAY-GROUP
               GO TO 1080-PROVE-ONE-PERIOD-EXIT
           END-IF.
           SET WS-CAL-GROUP-FOUND TO TRUE.
           MOVE WS-CAL-FREQ (WS-CAL-IDX) TO WS-PAY-FREQUENCY.

           IF WS-CAL-DATE (WS-CAL-IDX) = WS-PERIOD-END
               SET WS-CAL-PERIOD-SUB TO WS-CAL-IDX
               IF WS-MODE-FINAL
       1080-PROVE-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1090-LOG-STEP-START - LOG THE RUN'S START ON THE CYCLOG CYCLE
      * RUN LOG UNDER ITS RUN MODE AND PERIOD, ONCE THE CARD AND THE
      * CALENDAR HAVE PASSED AND BEFORE ANY FILE IS OPENED.  THE
      * DRIVER IS THE FIRST STEP OF THE CYCLE, SO IT HAS NO EARLIER
      * STEP TO CHECK FOR - THE CALENDAR GUARD ABOVE IS ITS
      * SEQUENCING.  A RUN THAT DIES LEAVES THIS START RECORD WITH NO
      * END, AND THE STEPS AFTER IT REFUSE THE PERIOD UNTIL A RERUN
      * COMPLETES.
      *----------------------------------------------------------------
       1090-LOG-STEP-START.
           SET CQ-FUNC-START      TO TRUE.
           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE WS-RUN-MODE       TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
       1090-LOG-STEP-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-CHECKPOINT - LOAD THE COUNT OF TIMECARDS ALREADY
      * PROCESSED FROM THE RESTART-CONTROL FILE, IF ONE EXISTS.  THE
                   MOVE RC-SALARIED-PROCESSED TO WS-SALARIED-PROCESSED
                   MOVE RC-DEPOSIT-COUNT TO WS-DEPOSIT-COUNT
                   MOVE RC-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
                   MOVE RC-PLAN-COUNT    TO WS-PLAN-COUNT
                   MOVE RC-PLAN-DEFERRAL TO WS-PLAN-DEFERRAL
                   MOVE RC-PLAN-MATCH    TO WS-PLAN-MATCH
           END-READ.
           CLOSE RESTART-CONTROL.
           DISPLAY "RESTARTING AFTER " WS-RECORDS-PROCESSED
      * THE PLANT LOOKS EXACTLY LIKE A SHORT WEEK OTHERWISE.  AN
      * UNBALANCED OR UNPROVEN FILE IS NOT RELEASED: THE RUN STOPS
      * HERE WITH NOTHING PAID AND NOTHING COMMITTED.  ON SUCCESS THE
      * FILE IS CLOSED AND REOPENED FOR THE PAYING PASS.  THE SAME
      * PASS PROVES EACH EMPLOYEE'S "L" LABOR DISTRIBUTION SPLITS TO
      * THEIR CARD'S WORKED HOURS AND TABLES THEM FOR THE PAYING PASS.
      *----------------------------------------------------------------
       1200-BALANCE-BATCH.
           PERFORM 1210-BALANCE-ONE-CARD
               THRU 1210-BALANCE-ONE-CARD-EXIT
               UNTIL WS-BAL-EOF.
           PERFORM 1220-PROVE-SPLITS THRU 1220-PROVE-SPLITS-EXIT.

           IF NOT WS-HEADER-SEEN
               DISPLAY "TIMECARD BATCH HAS NO HEADER RECORD"
               DISPLAY "TIMECARD FILE NOT RELEASED, RUN STOPPED"
               CLOSE TIMECARD-FILE EMPLOYEE-MASTER PAYSTUB-REGISTER
                     GL-EXPORT-FILE REJECT-LOG EXCEPTION-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM 3900-LOG-STEP-END THRU 3900-LOG-STEP-END-EXIT
               STOP RUN
           END-IF.

           DISPLAY "TIMECARD BATCH IN BALANCE, "
               WS-BATCH-CARD-COUNT " DETAIL CARDS RELEASED".
           IF WS-BATCH-SPLIT-COUNT > 0
               DISPLAY "  WITH " WS-BATCH-SPLIT-COUNT
                   " LABOR DISTRIBUTION SPLITS PROVEN"
           END-IF.
           CLOSE TIMECARD-FILE.
           OPEN INPUT TIMECARD-FILE.
       1200-BALANCE-BATCH-EXIT.
      * 1210-BALANCE-ONE-CARD - READ ONE RECORD OF THE BALANCING PASS
      * AND ROLL IT INTO THE BATCH PROOF TOTALS.  A TRAILER THAT IS
      * NOT THE LAST RECORD, OR A RECORD TYPE WE DO NOT KNOW, FAILS
      * THE BATCH.  A "D" CARD FIRST PROVES OUT THE SPLITS OF THE CARD
      * BEFORE IT; AN "L" SPLIT IS TABLED AGAINST THE CARD IT FOLLOWS
      * AND IS NOT PART OF THE TRAILER'S COUNT OR HASHES.
      *----------------------------------------------------------------
       1210-BALANCE-ONE-CARD.
           READ TIMECARD-FILE
                   SET WS-BAL-EOF TO TRUE
                   GO TO 1210-BALANCE-ONE-CARD-EXIT
           END-READ.
           ADD 1 TO WS-BAL-RECORD-NO.

           IF WS-TRAILER-SEEN
               DISPLAY "TIMECARD RECORD FOUND AFTER THE BATCH TRAILER"
               WHEN TC-HEADER-RECORD
                   SET WS-HEADER-SEEN TO TRUE
               WHEN TC-DETAIL-RECORD
                   PERFORM 1220-PROVE-SPLITS
                       THRU 1220-PROVE-SPLITS-EXIT
                   ADD 1               TO WS-BATCH-CARD-COUNT
                   ADD TC-WORKING-HOUR TO WS-BATCH-HOURS-HASH
                   ADD TC-HOURLY-PAY   TO WS-BATCH-PAY-HASH
                   MOVE WS-BAL-RECORD-NO TO WS-BAL-CARD-NO
                   MOVE TC-EMPLOYEE-ID   TO WS-BAL-CARD-EMP-ID
                   MOVE TC-WORKING-HOUR  TO WS-BAL-CARD-HOURS
               WHEN TC-LABOR-DIST-RECORD
                   PERFORM 1230-TABLE-SPLIT
                       THRU 1230-TABLE-SPLIT-EXIT
               WHEN TC-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE TC-CARD-COUNT TO WS-TRAILER-CARD-COUNT
       1210-BALANCE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1220-PROVE-SPLITS - A CARD WITH LABOR DISTRIBUTION SPLITS IS
      * CHARGED ONLY WHERE THE SPLITS SAY, SO THE SPLIT HOURS MUST ADD
      * UP TO THE CARD'S WORKED HOURS OR THE BATCH FAILS.  A CARD WITH
      * NO SPLITS IS CHARGED WHOLE TO THE HOME DEPARTMENT.
      *----------------------------------------------------------------
       1220-PROVE-SPLITS.
           IF WS-BAL-CARD-SPLITS > 0
               AND WS-BAL-SPLIT-HOURS NOT = WS-BAL-CARD-HOURS
               DISPLAY "LABOR SPLIT HOURS DO NOT PROVE FOR EMPLOYEE "
                   WS-BAL-CARD-EMP-ID ", CARD " WS-BAL-CARD-HOURS
                   " SPLITS " WS-BAL-SPLIT-HOURS
               MOVE 'N' TO WS-BATCH-OK-SW
           END-IF.
           MOVE 0 TO WS-BAL-CARD-NO.
           MOVE 0 TO WS-BAL-CARD-SPLITS.
           MOVE 0 TO WS-BAL-SPLIT-HOURS.
       1220-PROVE-SPLITS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1230-TABLE-SPLIT - EDIT ONE "L" LABOR DISTRIBUTION RECORD AND
      * ADD IT TO THE SPLIT TABLE.  A SPLIT THAT DOES NOT SIT BEHIND
      * ITS OWN EMPLOYEE'S CARD, CARRIES NO HOURS OR NO USABLE CHARGE
      * DEPARTMENT, OR OVERFLOWS THE TABLE FAILS THE BATCH - PAYING
      * THE CARD WHOLE TO THE HOME DEPARTMENT WOULD MISCHARGE IT.
      *----------------------------------------------------------------
       1230-TABLE-SPLIT.
           IF WS-BAL-CARD-NO = 0
               OR TC-LD-EMPLOYEE-ID NOT = WS-BAL-CARD-EMP-ID
               DISPLAY "LABOR SPLIT RECORD " WS-BAL-RECORD-NO
                   " FOR EMPLOYEE " TC-LD-EMPLOYEE-ID
                   " DOES NOT FOLLOW THAT EMPLOYEE'S TIMECARD"
               MOVE 'N' TO WS-BATCH-OK-SW
               GO TO 1230-TABLE-SPLIT-EXIT
           END-IF.

           IF TC-LD-HOURS NOT NUMERIC
               OR TC-LD-HOURS = 0
               OR TC-LD-CHARGE-DEPT NOT NUMERIC
               OR TC-LD-CHARGE-DEPT = 0
               DISPLAY "LABOR SPLIT RECORD " WS-BAL-RECORD-NO
                   " FOR EMPLOYEE " TC-LD-EMPLOYEE-ID
                   " HAS NO HOURS OR NO CHARGE DEPARTMENT"
               MOVE 'N' TO WS-BATCH-OK-SW
               GO TO 1230-TABLE-SPLIT-EXIT
           END-IF.

           IF WS-SPLIT-COUNT >= 2000
               DISPLAY "LABOR SPLIT TABLE FULL (2000) AT RECORD "
                   WS-BAL-RECORD-NO
               MOVE 'N' TO WS-BATCH-OK-SW
               GO TO 1230-TABLE-SPLIT-EXIT
           END-IF.

           ADD 1 TO WS-SPLIT-COUNT.
           SET WS-SPLIT-IDX TO WS-SPLIT-COUNT.
           MOVE WS-BAL-CARD-NO    TO WS-SPLIT-CARD-NO    (WS-SPLIT-IDX).
           MOVE TC-LD-CHARGE-DEPT TO WS-SPLIT-DEPT       (WS-SPLIT-IDX).
           MOVE TC-LD-WORK-ORDER  TO WS-SPLIT-WORK-ORDER (WS-SPLIT-IDX).
           MOVE TC-LD-HOURS       TO WS-SPLIT-HOURS      (WS-SPLIT-IDX).
           ADD 1           TO WS-BAL-CARD-SPLITS.
           ADD 1           TO WS-BATCH-SPLIT-COUNT.
           ADD TC-LD-HOURS TO WS-BAL-SPLIT-HOURS.
       1230-TABLE-SPLIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-DEDUCTIONS - LOAD THE DEDMAST DEDUCTION MASTER INTO
      * THE WORKING-STORAGE TABLE.  THE FILE IS IN EMP-ID, PRIORITY

      *----------------------------------------------------------------
      * 2000-PROCESS-TIMECARD - EDIT, BUILD ONE CONSOLIDATED PAYSTUB
      * FOR, AND READ THE NEXT TIMECARD.  "L" LABOR DISTRIBUTION
      * SPLITS WERE TABLED BY THE BALANCING PASS AND ARE PASSED OVER
      * HERE WITH THE HEADER AND TRAILER.
      *----------------------------------------------------------------
       2000-PROCESS-TIMECARD.
           IF WS-RESTART-RUN
                           WS-MASTER-STATUS
                   END-IF
               NOT INVALID KEY
                   PERFORM 2071-CHECK-PAY-GROUP
                       THRU 2071-CHECK-PAY-GROUP-EXIT
                   MOVE 'N' TO WS-TERM-OK-SW
                   IF WS-GROUP-OK
                       PERFORM 2072-CHECK-TERMED-CARD
                           THRU 2072-CHECK-TERMED-CARD-EXIT
                   END-IF
                   IF WS-TERM-OK
                       IF EMP-TYPE-SALARIED
                           PERFORM 2070-FLAG-SALARIED-CARD
      * ONE BATCH IS NOT PAID - IT GOES TO REJECT-LOG AND THE FIRST
      * CARD STANDS.  ON A RESTART THE TABLE IS REBUILT FROM THE
      * CARDS SKIPPED OVER, SO A PAIR THAT STRADDLES THE CHECKPOINT
      * IS STILL CAUGHT.  ONLY "D" CARDS COME HERE - AN EMPLOYEE'S "L"
      * SPLITS ARE PART OF THEIR ONE CARD, NOT SECOND CARDS.
      *----------------------------------------------------------------
       2055-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-SW.
       2060-RECORD-SEEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2062-LOCATE-SPLITS - FIND THE LABOR DISTRIBUTION SPLITS TABLED
      * FOR THE CARD NOW BEING PAID, BY ITS RECORD POSITION.  THEY
      * SIT TOGETHER IN THE TABLE, SO THE CARD'S SPLITS ARE
      * WS-EMP-SPLIT-COUNT ENTRIES FROM WS-EMP-SPLIT-FIRST.  NO SPLITS
      * LEAVES THE COUNT AT ZERO AND THE CARD CHARGES HOME.
      *----------------------------------------------------------------
       2062-LOCATE-SPLITS.
           MOVE 0 TO WS-EMP-SPLIT-COUNT.
           IF WS-SPLIT-COUNT = 0
               GO TO 2062-LOCATE-SPLITS-EXIT
           END-IF.
           PERFORM 2063-FIND-SPLIT THRU 2063-FIND-SPLIT-EXIT
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                  OR WS-SPLIT-CARD-NO (WS-SPLIT-IDX) = WS-RECORDS-READ.
           IF WS-SPLIT-IDX > WS-SPLIT-COUNT
               GO TO 2062-LOCATE-SPLITS-EXIT
           END-IF.
           SET WS-EMP-SPLIT-FIRST TO WS-SPLIT-IDX.
           PERFORM 2064-COUNT-SPLIT THRU 2064-COUNT-SPLIT-EXIT
               VARYING WS-SPLIT-IDX FROM WS-EMP-SPLIT-FIRST BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                  OR WS-SPLIT-CARD-NO (WS-SPLIT-IDX)
                       NOT = WS-RECORDS-READ.
       2062-LOCATE-SPLITS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2063-FIND-SPLIT - EMPTY PARAGRAPH DRIVEN BY THE PERFORM
      * VARYING ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       2063-FIND-SPLIT.
           CONTINUE.
       2063-FIND-SPLIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2064-COUNT-SPLIT - COUNT ONE MORE SPLIT FOR THE CARD.
      *----------------------------------------------------------------
       2064-COUNT-SPLIT.
           ADD 1 TO WS-EMP-SPLIT-COUNT.
       2064-COUNT-SPLIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2070-FLAG-SALARIED-CARD - A SALARIED EMPLOYEE IS PAID BY THE
      * MASTER SWEEP, NOT FROM A TIMECARD.  THE CARD IS NOT PAID AND
       2070-FLAG-SALARIED-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2071-CHECK-PAY-GROUP - A TIMECARD FOR AN EMPLOYEE OF ANOTHER
      * PAY GROUP IS NOT PAID BY THIS RUN - IT GOES TO REJECT-LOG AND
      * THE EMPLOYEE IS PAID WITH THEIR OWN GROUP.
      *----------------------------------------------------------------
       2071-CHECK-PAY-GROUP.
           MOVE 'Y' TO WS-GROUP-OK-SW.
           IF EMP-PAY-GROUP NOT = WS-PAY-GROUP
               MOVE "EMPLOYEE NOT IN THIS RUN'S PAY GROUP"
                   TO REJ-REASON
               PERFORM 2900-WRITE-REJECT THRU 2900-WRITE-REJECT-EXIT
               MOVE 'N' TO WS-GROUP-OK-SW
           END-IF.
       2071-CHECK-PAY-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2072-CHECK-TERMED-CARD - A TIMECARD FOR A TERMINATED EMPLOYEE
      * WHOSE TERMINATION DATE FALLS BEFORE THE PERIOD EVEN STARTED
                                WS-REGULAR-HOURS WS-OVERTIME-HOURS
                                WS-DOUBLETIME-HOURS.
           MOVE TC-WORKING-HOUR TO WS-WORK-HOURS.
           PERFORM 2062-LOCATE-SPLITS THRU 2062-LOCATE-SPLITS-EXIT.
           PERFORM 2095-PAY-LEAVE THRU 2095-PAY-LEAVE-EXIT.
           PERFORM 2080-APPLY-RETRO THRU 2080-APPLY-RETRO-EXIT.
           PERFORM 2110-FINISH-PAYSTUB
           EXIT.

      *----------------------------------------------------------------
      * 2110-FINISH-PAYSTUB - TAKE THE 401(K) DEFERRAL, WITHHOLD TAX,
      * TAKE DEDUCTIONS, WRITE THE PAYSTUB LINE AND ALL THE
      * PER-EMPLOYEE COMMITTED OUTPUT FOR THE EMPLOYEE MASTER RECORD
      * NOW CURRENT.  THE CALLER HAS SET WS-GROSS-PAY, WS-REGULAR-PAY,
      * WS-OVERTIME-PAY AND WS-WORK-HOURS.
      *----------------------------------------------------------------
       2110-FINISH-PAYSTUB.
           PERFORM 2118-FIGURE-401K THRU 2118-FIGURE-401K-EXIT.
           PERFORM 2120-FIGURE-WITHHOLDING
               THRU 2120-FIGURE-WITHHOLDING-EXIT.
           PERFORM 2130-APPLY-DEDUCTIONS
               THRU 2130-APPLY-DEDUCTIONS-EXIT.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-DEFERRAL - EMP-TAX - WS-TOTAL-DEDUCT.

      *    THE EMPLOYER TAXES MUST BE FIGURED BEFORE THIS PERIOD'S
      *    GROSS ROLLS INTO EMP-YTD-GROSS - THE WAGE-BASE CAPS ARE
           ADD EMP-TAX         TO WS-GRAND-TAX.
           ADD WS-TOTAL-DEDUCT TO WS-GRAND-DEDUCT.
           ADD WS-NET-PAY      TO WS-GRAND-NET-PAY.
           ADD WS-DEFERRAL     TO WS-GRAND-DEFERRAL.
           ADD WS-MATCH        TO WS-GRAND-MATCH.
           ADD WS-ER-SS-TAX    TO WS-GRAND-ER-SS.
           ADD WS-ER-UI-TAX    TO WS-GRAND-ER-UI.

               ADD EMP-TAX      TO EMP-YTD-TAX
               ADD WS-ER-SS-TAX TO EMP-YTD-ER-SS
               ADD WS-ER-UI-TAX TO EMP-YTD-ER-UI
               ADD WS-DEFERRAL  TO EMP-YTD-DEFERRAL
               ADD WS-MATCH     TO EMP-YTD-MATCH
               IF NOT EMP-STAT-LEAVE AND NOT EMP-STAT-TERMED
                   PERFORM 2115-ACCRUE-PTO THRU 2115-ACCRUE-PTO-EXIT
               END-IF
               REWRITE EMP-MASTER-RECORD
                   INVALID KEY
               VARYING WS-EMPDED-IDX FROM 1 BY 1
               UNTIL WS-EMPDED-IDX > WS-EMPDED-COUNT.

           PERFORM 2152-PRINT-401K THRU 2152-PRINT-401K-EXIT.

           PERFORM 2155-PRINT-RETRO
               THRU 2155-PRINT-RETRO-EXIT
               VARYING WS-RETRO-IDX FROM 1 BY 1
                   THRU 2160-WRITE-HISTORY-EXIT
               PERFORM 2170-WRITE-DEPOSIT
                   THRU 2170-WRITE-DEPOSIT-EXIT
               PERFORM 2175-WRITE-PLAN-CONTRIB
                   THRU 2175-WRITE-PLAN-CONTRIB-EXIT
           ELSE
               PERFORM 2165-WRITE-TRIAL-WORK
                   THRU 2165-WRITE-TRIAL-WORK-EXIT
           END-IF.

           PERFORM 2400-WRITE-CHECKPOINT
       2110-FINISH-PAYSTUB-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2115-ACCRUE-PTO - ACCRUE THE PERIOD'S VACATION AND SICK TIME.
      * THE MASTER'S ACCRUAL RATES ARE WEEKLY, SO THEY ARE SCALED BY
      * 52 OVER THE GROUP'S PERIODS PER YEAR - A BIWEEKLY PERIOD
      * EARNS TWO WEEKS' WORTH.
      *----------------------------------------------------------------
       2115-ACCRUE-PTO.
           COMPUTE WS-ACCRUAL-HOURS ROUNDED =
               EMP-VAC-ACCRUAL * 52 / WS-PERIODS-PER-YEAR.
           ADD WS-ACCRUAL-HOURS TO EMP-VAC-BALANCE
               ON SIZE ERROR
                   MOVE 999.99 TO EMP-VAC-BALANCE
           END-ADD.
           COMPUTE WS-ACCRUAL-HOURS ROUNDED =
               EMP-SICK-ACCRUAL * 52 / WS-PERIODS-PER-YEAR.
           ADD WS-ACCRUAL-HOURS TO EMP-SICK-BALANCE
               ON SIZE ERROR
                   MOVE 999.99 TO EMP-SICK-BALANCE
           END-ADD.
       2115-ACCRUE-PTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2118-FIGURE-401K - FIGURE THIS PERIOD'S 401(K) DEFERRAL,
      * CATCH-UP AND EMPLOYER MATCH THROUGH RETCALC, AGAINST THE YTD
      * DEFERRAL AND MATCH AS THEY STOOD GOING INTO THE PERIOD, AND
      * THE GROSS LEFT TAXABLE FOR WITHHOLDING ONCE THE DEFERRAL IS
      * OUT.  AN EMPLOYEE WHO IS NOT ENROLLED COMES BACK ALL ZERO.
      *----------------------------------------------------------------
       2118-FIGURE-401K.
           CALL "RETCALC" USING WS-GROSS-PAY EMP-AGE EMP-401K-ELECTION
                                EMP-YTD-DEFERRAL EMP-YTD-MATCH
                                WS-DEFERRAL WS-CATCHUP WS-MATCH.
           COMPUTE WS-TAXABLE-GROSS = WS-GROSS-PAY - WS-DEFERRAL.
       2118-FIGURE-401K-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2120-FIGURE-WITHHOLDING - WITHHOLD INCOME TAX ON THIS PERIOD'S
      * TAXABLE GROSS - WS-GROSS-PAY LESS THE PRE-TAX 401(K) DEFERRAL
      * - UNDER THE EMPLOYEE'S W-4 ELECTION, INTO EMP-TAX.
      * NO ELECTION ON FILE MEANS SINGLE/ZERO AND AN EXCPRPT LINE SO
      * PAYROLL CAN CHASE THE MISSING FORM.
      *----------------------------------------------------------------
       2120-FIGURE-WITHHOLDING.
           IF EMP-W4-ON-FILE
               MOVE EMP-W4-ELECTION TO WS-W4-ELECTION
           ELSE
               MOVE "S" TO WS-W4-FILING-STATUS
               MOVE 0   TO WS-W4-ALLOWANCES
               MOVE 0   TO WS-W4-ADDL-AMOUNT
               MOVE "N" TO WS-W4-EXEMPT
               MOVE "NO W-4 ON FILE, WITHHELD SINGLE/ZERO"
                   TO EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
           END-IF.

           CALL "WHCALC" USING WS-TAXABLE-GROSS WS-PERIODS-PER-YEAR
                               WS-W4-ELECTION EMP-TAX.
       2120-FIGURE-WITHHOLDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2130-APPLY-DEDUCTIONS - TAKE THIS EMPLOYEE'S DEDUCTIONS FROM
      * WHAT IS LEFT OF GROSS PAY AFTER THE 401(K) DEFERRAL AND TAX,
      * IN DEDMAST PRIORITY
      * ORDER.  FILLS WS-TOTAL-DEDUCT FOR THE NET-PAY COMPUTE AND THE
      * WS-EMPDED TABLE FOR THE PAYSTUB ITEMIZATION AND THE GL
      * PAYABLE CREDITS.
       2130-APPLY-DEDUCTIONS.
           MOVE 0 TO WS-TOTAL-DEDUCT.
           MOVE 0 TO WS-EMPDED-COUNT.
           COMPUTE WS-NET-AVAILABLE =
               WS-GROSS-PAY - WS-DEFERRAL - EMP-TAX.
           PERFORM 2140-APPLY-ONE-DEDUCTION
               THRU 2140-APPLY-ONE-DEDUCTION-EXIT
               VARYING WS-DED-IDX FROM 1 BY 1
      *----------------------------------------------------------------
      * 2140-APPLY-ONE-DEDUCTION - TAKE ONE DEDUCTION IF IT BELONGS TO
      * THE CURRENT EMPLOYEE.  A PERCENT DEDUCTION IS FIGURED ON GROSS
      * PAY, WHICH IS ALREADY THE GROUP'S PERIOD'S PAY, AND A FLAT
      * AMOUNT IS TAKEN PER PAY PERIOD AS KEYED; A GOAL CAPS THE
      * LIFETIME AMOUNT TAKEN; WHATEVER THE REMAINING NET CANNOT
      * COVER GOES TO THE ARREARS BALANCE RATHER
      * THAN DRIVING NET PAY NEGATIVE.  DEDUCTIONS PAST THE 15TH FOLD
      * INTO AN "OTH" ITEMIZATION ENTRY, LIKE THE DEPARTMENT CODE
      * TABLE IN 2530 - EVERY AMOUNT TAKEN OUT OF NET MUST REACH THE
       2150-PRINT-DEDUCTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2152-PRINT-401K - SHOW THE EMPLOYEE'S 401(K) DEFERRAL AND THE
      * EMPLOYER MATCH ON IT UNDER THE PAYSTUB LINE.  NOTHING PRINTS
      * FOR AN EMPLOYEE WITH NEITHER THIS PERIOD.
      *----------------------------------------------------------------
       2152-PRINT-401K.
           IF WS-DEFERRAL = 0 AND WS-MATCH = 0
               GO TO 2152-PRINT-401K-EXIT
           END-IF.
           IF WS-LINE-COUNT >= LINES-PER-PAGE
               PERFORM 2200-PRINT-HEADINGS THRU 2200-PRINT-HEADINGS-EXIT
           END-IF.
           MOVE WS-DEFERRAL TO PSK-DEFERRAL.
           MOVE WS-MATCH    TO PSK-MATCH.
           WRITE PAYSTUB-REGISTER-LINE FROM PAYSTUB-401K-LINE.
           ADD 1 TO WS-LINE-COUNT.
       2152-PRINT-401K-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2155-PRINT-RETRO - ITEMIZE ONE RETRO ADJUSTMENT APPLIED TO
      * THIS EMPLOYEE'S PAY UNDER THE PAYSTUB LINE, ONE LINE PER
           MOVE EMP-ID           TO PH-EMP-ID.
           MOVE WS-PERIOD-END    TO PH-PERIOD-END.
           MOVE 0                TO PH-SEQ.
           MOVE WS-PAY-GROUP     TO PH-PAY-GROUP.
           MOVE "R"              TO PH-ENTRY-TYPE.
           MOVE WS-WORK-HOURS    TO PH-HOURS.
           MOVE WS-REGULAR-PAY   TO PH-REGULAR-PAY.
           MOVE WS-NET-PAY       TO PH-NET-PAY.
           MOVE WS-RETRO-PAY     TO PH-RETRO-PAY.
           MOVE WS-TOT-LEAVE-HOURS TO PH-LEAVE-HOURS.
           MOVE WS-DEFERRAL      TO PH-DEFERRAL.
           MOVE WS-MATCH         TO PH-MATCH.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY ALREADY ON FILE FOR ID "
       2160-WRITE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2165-WRITE-TRIAL-WORK - ON A TRIAL RUN, WRITE THE EMPLOYEE'S
      * FIGURES TO TRIALWK FOR THE PAYVAR VARIANCE REVIEW - THE SAME
      * FIGURES A FINAL RUN WOULD WRITE TO PAYHIST.
      *----------------------------------------------------------------
       2165-WRITE-TRIAL-WORK.
           MOVE SPACES             TO TRIAL-WORK-RECORD.
           SET TW-DETAIL-RECORD    TO TRUE.
           MOVE WS-PERIOD-END      TO TW-PERIOD-END.
           MOVE WS-PAY-GROUP       TO TW-PAY-GROUP.
           MOVE EMP-ID             TO TW-EMP-ID.
           MOVE EMP-DEPT           TO TW-DEPT.
           MOVE EMP-PAY-TYPE       TO TW-PAY-TYPE.
           MOVE WS-WORK-HOURS      TO TW-HOURS.
           MOVE WS-TOT-LEAVE-HOURS TO TW-LEAVE-HOURS.
           MOVE WS-GROSS-PAY       TO TW-GROSS-PAY.
           MOVE EMP-TAX            TO TW-TAX.
           MOVE WS-TOTAL-DEDUCT    TO TW-TOTAL-DEDUCT.
           MOVE WS-NET-PAY         TO TW-NET-PAY.
           MOVE WS-RETRO-PAY       TO TW-RETRO-PAY.
           WRITE TRIAL-WORK-RECORD.
           ADD 1            TO WS-TRIAL-COUNT.
           ADD WS-GROSS-PAY TO WS-TRIAL-GROSS.
           ADD WS-NET-PAY   TO WS-TRIAL-NET.
       2165-WRITE-TRIAL-WORK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2170-WRITE-DEPOSIT - WRITE THE DIRECT DEPOSIT DETAIL FOR A
      * DEPOSIT-METHOD EMPLOYEE.  CHECK EMPLOYEES AND NON-POSITIVE
       2170-WRITE-DEPOSIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2175-WRITE-PLAN-CONTRIB - WRITE THE RECORDKEEPER'S PLANCONT
      * DETAIL FOR AN EMPLOYEE WITH A DEFERRAL OR A MATCH THIS PERIOD.
      * THE PLAN GROSS IS THE PERIOD'S FULL GROSS, THE COMPENSATION
      * THE DEFERRAL PERCENT WAS FIGURED ON.
      *----------------------------------------------------------------
       2175-WRITE-PLAN-CONTRIB.
           IF WS-DEFERRAL = 0 AND WS-MATCH = 0
               GO TO 2175-WRITE-PLAN-CONTRIB-EXIT
           END-IF.

           MOVE EMP-ID        TO PCD-EMPLOYEE-ID.
           MOVE WS-PAY-GROUP  TO PCD-PAY-GROUP.
           MOVE WS-PERIOD-END TO PCD-PERIOD-END.
           MOVE WS-GROSS-PAY  TO PCD-PLAN-GROSS.
           MOVE WS-DEFERRAL   TO PCD-DEFERRAL.
           MOVE WS-CATCHUP    TO PCD-CATCHUP.
           MOVE WS-MATCH      TO PCD-MATCH.
           WRITE PLAN-CONTRIB-LINE FROM PLAN-DETAIL-LINE.
           ADD 1           TO WS-PLAN-COUNT.
           ADD WS-DEFERRAL TO WS-PLAN-DEFERRAL.
           ADD WS-MATCH    TO WS-PLAN-MATCH.
       2175-WRITE-PLAN-CONTRIB-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-PRINT-HEADINGS - START A NEW REPORT PAGE.
      *----------------------------------------------------------------
           MOVE WS-CHECKPOINT-STATUS TO RC-RUN-STATUS.
           MOVE WS-DEPOSIT-COUNT TO RC-DEPOSIT-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO RC-DEPOSIT-TOTAL.
           MOVE WS-PLAN-COUNT    TO RC-PLAN-COUNT.
           MOVE WS-PLAN-DEFERRAL TO RC-PLAN-DEFERRAL.
           MOVE WS-PLAN-MATCH    TO RC-PLAN-MATCH.
           OPEN OUTPUT RESTART-CONTROL.
           WRITE RESTART-CONTROL-LINE.
           CLOSE RESTART-CONTROL.
      *----------------------------------------------------------------
      * 2500-ACCUM-DEPT-TOTALS - ROLL THIS EMPLOYEE'S PAY, TAX AND NET
      * INTO THE RUNNING TOTAL FOR THEIR DEPARTMENT, FOR THE GENERAL
      * LEDGER EXPORT WRITTEN AT 3000-FINALIZE.  THE WITHHOLDING,
      * DEDUCTION AND NET PAY LIABILITIES ALWAYS STAY WITH THE HOME
      * DEPARTMENT.  THE EXPENSE AND THE LABOR HOURS AND PAY GO TO
      * THE HOME DEPARTMENT TOO UNLESS THE CARD CARRIES LABOR
      * DISTRIBUTION SPLITS, WHICH CHARGE THEM OUT AT 2550.
      *----------------------------------------------------------------
       2500-ACCUM-DEPT-TOTALS.
           PERFORM 2510-FIND-DEPT THRU 2510-FIND-DEPT-EXIT
                       " FOR THE GL EXPORT"
                   PERFORM 2520-WRITE-DEPT-REJECT
                       THRU 2520-WRITE-DEPT-REJECT-EXIT
                   MOVE 0 TO WS-EMP-SPLIT-COUNT
                   GO TO 2500-ACCUM-DEPT-TOTALS-EXIT
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE EMP-DEPT TO WS-DEPT-TOTAL-DEPT (WS-DEPT-IDX)
               PERFORM 2515-CLEAR-DEPT-ENTRY
                   THRU 2515-CLEAR-DEPT-ENTRY-EXIT
           END-IF.

           ADD WS-GROSS-PAY TO WS-DEPT-TOTAL-GROSS (WS-DEPT-IDX).
           ADD WS-NET-PAY   TO WS-DEPT-TOTAL-NET   (WS-DEPT-IDX).
           ADD WS-ER-SS-TAX TO WS-DEPT-ER-SS       (WS-DEPT-IDX).
           ADD WS-ER-UI-TAX TO WS-DEPT-ER-UI       (WS-DEPT-IDX).
           ADD WS-DEFERRAL  TO WS-DEPT-DEFERRAL    (WS-DEPT-IDX).
           ADD WS-MATCH     TO WS-DEPT-MATCH       (WS-DEPT-IDX).
           ADD 1            TO WS-DEPT-HEADCOUNT   (WS-DEPT-IDX).

           PERFORM 2530-ACCUM-DEPT-DEDS
               THRU 2530-ACCUM-DEPT-DEDS-EXIT
               VARYING WS-EMPDED-IDX FROM 1 BY 1
               UNTIL WS-EMPDED-IDX > WS-EMPDED-COUNT.

           IF WS-EMP-SPLIT-COUNT > 0
               PERFORM 2550-CHARGE-SPLITS THRU 2550-CHARGE-SPLITS-EXIT
               MOVE 0 TO WS-EMP-SPLIT-COUNT
               GO TO 2500-ACCUM-DEPT-TOTALS-EXIT
           END-IF.

           ADD WS-GROSS-PAY TO WS-DEPT-CHG-EXPENSE (WS-DEPT-IDX).
           ADD WS-ER-SS-TAX TO WS-DEPT-CHG-ER-EXP  (WS-DEPT-IDX).
           ADD WS-ER-UI-TAX TO WS-DEPT-CHG-ER-EXP  (WS-DEPT-IDX).
           ADD WS-REGULAR-HOURS    TO WS-DEPT-REG-HOURS (WS-DEPT-IDX).
           ADD WS-REGULAR-PAY      TO WS-DEPT-REG-PAY   (WS-DEPT-IDX).
           ADD WS-OVERTIME-HOURS   TO WS-DEPT-OT-HOURS  (WS-DEPT-IDX).
           ADD WS-OVERTIME-PAY     TO WS-DEPT-OT-PAY    (WS-DEPT-IDX).
           ADD WS-DOUBLETIME-HOURS TO WS-DEPT-DT-HOURS  (WS-DEPT-IDX).
           ADD WS-DOUBLETIME-PAY   TO WS-DEPT-DT-PAY    (WS-DEPT-IDX).
       2500-ACCUM-DEPT-TOTALS-EXIT.
           EXIT.

       2510-FIND-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2515-CLEAR-DEPT-ENTRY - ZERO THE TOTALS OF THE DEPARTMENT
      * ENTRY JUST ADDED AT WS-DEPT-IDX.
      *----------------------------------------------------------------
       2515-CLEAR-DEPT-ENTRY.
           MOVE 0 TO WS-DEPT-TOTAL-GROSS (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-TOTAL-TAX   (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-TOTAL-NET   (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-DED-COUNT   (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-HEADCOUNT   (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-REG-HOURS   (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-REG-PAY     (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-OT-HOURS    (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-OT-PAY      (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-DT-HOURS    (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-DT-PAY      (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-ER-SS       (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-ER-UI       (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-CHG-EXPENSE (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-CHG-ER-EXP  (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-XFER-IN     (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-XFER-OUT    (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-DEFERRAL    (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-MATCH       (WS-DEPT-IDX).
       2515-CLEAR-DEPT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2520-WRITE-DEPT-REJECT - THE DEPARTMENT TOTALS TABLE IS FULL
      * AND THIS EMPLOYEE'S PAY CANNOT BE ROLLED INTO ANY DEPARTMENT'S
       2540-FIND-DEPT-DED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-CHARGE-SPLITS - CHARGE A SPLIT CARD'S LABOR OUT TO ITS
      * CHARGE DEPARTMENTS.  EACH SPLIT TAKES ITS SHARE BY HOURS OF
      * THE REGULAR, OVERTIME AND DOUBLE-TIME HOURS AND PAY, SO THE
      * OVERTIME PREMIUM IS PRORATED ACROSS THE CHARGED DEPARTMENTS
      * RATHER THAN LANDING ON WHICHEVER ONE WAS WORKED LAST, AND THE
      * SAME SHARE OF THE EMPLOYER TAX EXPENSE.  LEAVE AND RETRO PAY
      * ARE NOT LABOR ON ANY CHARGE AND STAY WITH THE HOME DEPARTMENT,
      * ALONG WITH THEIR EMPLOYER TAX.  WS-DEPT-IDX IS THE HOME
      * DEPARTMENT ON ENTRY.
      *----------------------------------------------------------------
       2550-CHARGE-SPLITS.
           SET WS-HOME-DEPT-SUB TO WS-DEPT-IDX.
           MOVE WS-REGULAR-HOURS    TO WS-REM-REG-HOURS.
           MOVE WS-REGULAR-PAY      TO WS-REM-REG-PAY.
           MOVE WS-OVERTIME-HOURS   TO WS-REM-OT-HOURS.
           MOVE WS-OVERTIME-PAY     TO WS-REM-OT-PAY.
           MOVE WS-DOUBLETIME-HOURS TO WS-REM-DT-HOURS.
           MOVE WS-DOUBLETIME-PAY   TO WS-REM-DT-PAY.
           COMPUTE WS-EMP-ER-EXPENSE = WS-ER-SS-TAX + WS-ER-UI-TAX.
           MOVE WS-GROSS-PAY        TO WS-HOME-EXPENSE.
           MOVE WS-EMP-ER-EXPENSE   TO WS-HOME-ER-EXPENSE.
           COMPUTE WS-EMP-SPLIT-LAST =
               WS-EMP-SPLIT-FIRST + WS-EMP-SPLIT-COUNT - 1.

           PERFORM 2560-CHARGE-ONE-SPLIT
               THRU 2560-CHARGE-ONE-SPLIT-EXIT
               VARYING WS-SPLIT-IDX FROM WS-EMP-SPLIT-FIRST BY 1
               UNTIL WS-SPLIT-IDX > WS-EMP-SPLIT-LAST.

           SET WS-DEPT-IDX TO WS-HOME-DEPT-SUB.
           ADD WS-HOME-EXPENSE    TO WS-DEPT-CHG-EXPENSE (WS-DEPT-IDX).
           ADD WS-HOME-ER-EXPENSE TO WS-DEPT-CHG-ER-EXP  (WS-DEPT-IDX).
       2550-CHARGE-SPLITS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2560-CHARGE-ONE-SPLIT - CHARGE ONE SPLIT.  THE SHARES ARE
      * ROUNDED, NEVER MORE THAN IS LEFT, AND THE CARD'S LAST SPLIT
      * TAKES WHAT REMAINS, SO THE SPLITS ALWAYS ADD BACK TO THE CARD
      * TO THE CENT AND THE HOUR.
      * LABOR CHARGED AWAY FROM THE HOME DEPARTMENT IS CARRIED IN THE
      * TWO DEPARTMENTS' CLEARING TOTALS SO EACH DEPARTMENT'S JOURNAL
      * ENTRY STILL BALANCES.
      *----------------------------------------------------------------
       2560-CHARGE-ONE-SPLIT.
           IF WS-SPLIT-IDX = WS-EMP-SPLIT-LAST
               MOVE WS-REM-REG-HOURS TO WS-SPL-REG-HOURS
               MOVE WS-REM-REG-PAY   TO WS-SPL-REG-PAY
               MOVE WS-REM-OT-HOURS  TO WS-SPL-OT-HOURS
               MOVE WS-REM-OT-PAY    TO WS-SPL-OT-PAY
               MOVE WS-REM-DT-HOURS  TO WS-SPL-DT-HOURS
               MOVE WS-REM-DT-PAY    TO WS-SPL-DT-PAY
           ELSE
               COMPUTE WS-SPL-REG-HOURS ROUNDED =
                   WS-REGULAR-HOURS
                   * WS-SPLIT-HOURS (WS-SPLIT-IDX) / WS-WORK-HOURS
               COMPUTE WS-SPL-REG-PAY ROUNDED =
                   WS-REGULAR-PAY
                   * WS-SPLIT-HOURS (WS-SPLIT-IDX) / WS-WORK-HOURS
               COMPUTE WS-SPL-OT-HOURS ROUNDED =
                   WS-OVERTIME-HOURS
                   * WS-SPLIT-HOURS (WS-SPLIT-IDX) / WS-WORK-HOURS
               COMPUTE WS-SPL-OT-PAY ROUNDED =
                   WS-OVERTIME-PAY
                   * WS-SPLIT-HOURS (WS-SPLIT-IDX) / WS-WORK-HOURS
               COMPUTE WS-SPL-DT-HOURS ROUNDED =
                   WS-DOUBLETIME-HOURS
                   * WS-SPLIT-HOURS (WS-SPLIT-IDX) / WS-WORK-HOURS
               COMPUTE WS-SPL-DT-PAY ROUNDED =
                   WS-DOUBLETIME-PAY
                   * WS-SPLIT-HOURS (WS-SPLIT-IDX) / WS-WORK-HOURS
           END-IF.
           IF WS-SPL-REG-HOURS > WS-REM-REG-HOURS
               MOVE WS-REM-REG-HOURS TO WS-SPL-REG-HOURS
           END-IF.
           IF WS-SPL-REG-PAY > WS-REM-REG-PAY
               MOVE WS-REM-REG-PAY TO WS-SPL-REG-PAY
           END-IF.
           IF WS-SPL-OT-HOURS > WS-REM-OT-HOURS
               MOVE WS-REM-OT-HOURS TO WS-SPL-OT-HOURS
           END-IF.
           IF WS-SPL-OT-PAY > WS-REM-OT-PAY
               MOVE WS-REM-OT-PAY TO WS-SPL-OT-PAY
           END-IF.
           IF WS-SPL-DT-HOURS > WS-REM-DT-HOURS
               MOVE WS-REM-DT-HOURS TO WS-SPL-DT-HOURS
           END-IF.
           IF WS-SPL-DT-PAY > WS-REM-DT-PAY
               MOVE WS-REM-DT-PAY TO WS-SPL-DT-PAY
           END-IF.
           SUBTRACT WS-SPL-REG-HOURS FROM WS-REM-REG-HOURS.
           SUBTRACT WS-SPL-REG-PAY   FROM WS-REM-REG-PAY.
           SUBTRACT WS-SPL-OT-HOURS  FROM WS-REM-OT-HOURS.
           SUBTRACT WS-SPL-OT-PAY    FROM WS-REM-OT-PAY.
           SUBTRACT WS-SPL-DT-HOURS  FROM WS-REM-DT-HOURS.
           SUBTRACT WS-SPL-DT-PAY    FROM WS-REM-DT-PAY.

           COMPUTE WS-SPL-LABOR-PAY =
               WS-SPL-REG-PAY + WS-SPL-OT-PAY + WS-SPL-DT-PAY.
           MOVE 0 TO WS-SPL-ER-EXPENSE.
           IF WS-GROSS-PAY > 0
               COMPUTE WS-SPL-ER-EXPENSE =
                   WS-EMP-ER-EXPENSE * WS-SPL-LABOR-PAY / WS-GROSS-PAY
           END-IF.
           SUBTRACT WS-SPL-LABOR-PAY  FROM WS-HOME-EXPENSE.
           SUBTRACT WS-SPL-ER-EXPENSE FROM WS-HOME-ER-EXPENSE.

           PERFORM 2570-FIND-CHARGE-DEPT
               THRU 2570-FIND-CHARGE-DEPT-EXIT.
           ADD WS-SPL-LABOR-PAY  TO WS-DEPT-CHG-EXPENSE (WS-DEPT-IDX).
           ADD WS-SPL-ER-EXPENSE TO WS-DEPT-CHG-ER-EXP  (WS-DEPT-IDX).
           ADD WS-SPL-REG-HOURS  TO WS-DEPT-REG-HOURS   (WS-DEPT-IDX).
           ADD WS-SPL-REG-PAY    TO WS-DEPT-REG-PAY     (WS-DEPT-IDX).
           ADD WS-SPL-OT-HOURS   TO WS-DEPT-OT-HOURS    (WS-DEPT-IDX).
           ADD WS-SPL-OT-PAY     TO WS-DEPT-OT-PAY      (WS-DEPT-IDX).
           ADD WS-SPL-DT-HOURS   TO WS-DEPT-DT-HOURS    (WS-DEPT-IDX).
           ADD WS-SPL-DT-PAY     TO WS-DEPT-DT-PAY      (WS-DEPT-IDX).

           IF WS-DEPT-IDX NOT = WS-HOME-DEPT-SUB
               COMPUTE WS-SPL-CHARGE =
                   WS-SPL-LABOR-PAY + WS-SPL-ER-EXPENSE
               ADD WS-SPL-CHARGE TO WS-DEPT-XFER-IN (WS-DEPT-IDX)
               SET WS-DEPT-IDX TO WS-HOME-DEPT-SUB
               ADD WS-SPL-CHARGE TO WS-DEPT-XFER-OUT (WS-DEPT-IDX)
           END-IF.

           IF WS-SPLIT-WORK-ORDER (WS-SPLIT-IDX) NOT = SPACES
               PERFORM 2580-ACCUM-WORK-ORDER
                   THRU 2580-ACCUM-WORK-ORDER-EXIT
           END-IF.
       2560-CHARGE-ONE-SPLIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2570-FIND-CHARGE-DEPT - POINT WS-DEPT-IDX AT THE SPLIT'S
      * CHARGE DEPARTMENT, ADDING IT TO THE TOTALS TABLE IF THIS IS
      * ITS FIRST CHARGE.  WHEN THE TABLE IS FULL THE SPLIT IS LEFT ON
      * THE HOME DEPARTMENT - MISCHARGED BUT STILL IN THE JOURNAL -
      * AND THE CONSOLE SAYS SO FOR THE RECLASS ENTRY.
      *----------------------------------------------------------------
       2570-FIND-CHARGE-DEPT.
           PERFORM 2510-FIND-DEPT THRU 2510-FIND-DEPT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-TOTAL-DEPT (WS-DEPT-IDX)
                       = WS-SPLIT-DEPT (WS-SPLIT-IDX).
           IF WS-DEPT-IDX NOT > WS-DEPT-COUNT
               GO TO 2570-FIND-CHARGE-DEPT-EXIT
           END-IF.

           IF WS-DEPT-COUNT >= 50
               DISPLAY "DEPARTMENT TOTALS TABLE FULL (50), EMPLOYEE "
                   EMP-ID " LABOR FOR DEPARTMENT "
                   WS-SPLIT-DEPT (WS-SPLIT-IDX)
                   " LEFT ON HOME DEPARTMENT " EMP-DEPT
               SET WS-DEPT-IDX TO WS-HOME-DEPT-SUB
               GO TO 2570-FIND-CHARGE-DEPT-EXIT
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           SET WS-DEPT-IDX TO WS-DEPT-COUNT.
           MOVE WS-SPLIT-DEPT (WS-SPLIT-IDX)
               TO WS-DEPT-TOTAL-DEPT (WS-DEPT-IDX).
           PERFORM 2515-CLEAR-DEPT-ENTRY
               THRU 2515-CLEAR-DEPT-ENTRY-EXIT.
       2570-FIND-CHARGE-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2580-ACCUM-WORK-ORDER - ROLL THE SPLIT'S HOURS AND LABOR PAY
      * INTO ITS WORK ORDER AND CHARGE DEPARTMENT'S LINE OF THE
      * LABRDIST WORK ORDER LISTING.  A FULL TABLE IS REPORTED ONCE
      * AND THE LISTING RUNS SHORT; THE DEPARTMENT TOTALS ARE WHOLE.
      *----------------------------------------------------------------
       2580-ACCUM-WORK-ORDER.
           PERFORM 2590-FIND-WORK-ORDER THRU 2590-FIND-WORK-ORDER-EXIT
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT
                  OR (WS-WO-ORDER (WS-WO-IDX)
                        = WS-SPLIT-WORK-ORDER (WS-SPLIT-IDX)
                  AND WS-WO-DEPT (WS-WO-IDX)
                        = WS-SPLIT-DEPT (WS-SPLIT-IDX)).
           IF WS-WO-IDX > WS-WO-COUNT
               IF WS-WO-COUNT >= 200
                   IF NOT WS-WO-FULL
                       DISPLAY "WORK ORDER TABLE FULL (200), THE "
                           "LABRDIST WORK ORDER LISTING IS INCOMPLETE"
                       SET WS-WO-FULL TO TRUE
                   END-IF
                   GO TO 2580-ACCUM-WORK-ORDER-EXIT
               END-IF
               ADD 1 TO WS-WO-COUNT
               SET WS-WO-IDX TO WS-WO-COUNT
               MOVE WS-SPLIT-WORK-ORDER (WS-SPLIT-IDX)
                   TO WS-WO-ORDER (WS-WO-IDX)
               MOVE WS-SPLIT-DEPT (WS-SPLIT-IDX)
                   TO WS-WO-DEPT (WS-WO-IDX)
               MOVE 0 TO WS-WO-HOURS (WS-WO-IDX)
               MOVE 0 TO WS-WO-PAY   (WS-WO-IDX)
           END-IF.
           ADD WS-SPL-REG-HOURS WS-SPL-OT-HOURS WS-SPL-DT-HOURS
               TO WS-WO-HOURS (WS-WO-IDX).
           ADD WS-SPL-LABOR-PAY TO WS-WO-PAY (WS-WO-IDX).
       2580-ACCUM-WORK-ORDER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2590-FIND-WORK-ORDER - EMPTY PARAGRAPH DRIVEN BY THE PERFORM
      * VARYING ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       2590-FIND-WORK-ORDER.
           CONTINUE.
       2590-FIND-WORK-ORDER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-SWEEP-MASTER - AFTER THE TIMECARD PASS, READ THE WHOLE
      * EMPLOYEE MASTER IN KEY SEQUENCE.  PAYS EVERY SALARIED
      * EMPLOYEE OF THE GROUP THEIR PERIOD'S SHARE OF EMP-SALARY (NO
      * TIMECARD REQUIRED) AND WRITES THE EXCEPTION REPORT - HOURLY
      * EMPLOYEES WITH NO TIMECARD THIS PERIOD AND SALARIED EMPLOYEES
      * WHO UNEXPECTEDLY SUBMITTED ONE.
      *----------------------------------------------------------------
       2600-SWEEP-MASTER.
           MOVE 0 TO EMP-ID.

      *----------------------------------------------------------------
      * 2610-SWEEP-ONE-EMPLOYEE - READ THE NEXT MASTER RECORD AND
      * HANDLE IT BY PAY TYPE.  AN EMPLOYEE OF ANOTHER PAY GROUP IS
      * LEFT ALONE - NOT PAID AND NOT AN EXCEPTION.  ON A RESTART THE
      * SALARIED EMPLOYEES
      * ALREADY PAID BEFORE THE CHECKPOINT ARE PASSED OVER - THE
      * SWEEP RUNS IN KEY SEQUENCE, SO THE COUNT IS DETERMINISTIC.
      *----------------------------------------------------------------
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.

           IF EMP-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.

           PERFORM 2620-CHECK-HAD-CARD
               THRU 2620-CHECK-HAD-CARD-EXIT.

      *----------------------------------------------------------------
      * 2630-SWEEP-SALARIED - PAY OR SKIP ONE SALARIED EMPLOYEE BY
      * EMPLOYMENT STATUS.  LEAVE AND ALREADY-TERMINATED EMPLOYEES
      * ARE SKIPPED ENTIRELY - NO MORE PERIOD SHARES DRAWN UNTIL
      * SOMEONE NOTICES.  A TERMINATION DATE INSIDE THE PERIOD PAYS
      * A PRORATED FINAL PERIOD.  ONLY EMPLOYEES ACTUALLY PAID ADVANCE
      * THE SALARIED CHECKPOINT COUNTER - THE SKIP DECISIONS COME
      * OFF THE MASTER, SO A RESTART MAKES THE SAME ONES.
      *----------------------------------------------------------------
           EXIT.

      *----------------------------------------------------------------
      * 2700-PAY-SALARIED - PAY A SALARIED EMPLOYEE ONE PERIOD'S SHARE
      * OF EMP-SALARY AT THE GROUP'S PERIODS PER YEAR THROUGH THE
      * SAME PAYSTUB TAIL AS THE TIMECARD PASS, SO TAX, DEDUCTIONS,
      * YTD, HISTORY, DEPOSIT AND THE GL TOTALS ALL FOLLOW THE ONE
      * SET OF RULES.
      *----------------------------------------------------------------
       2700-PAY-SALARIED.
           COMPUTE WS-GROSS-PAY ROUNDED =
               EMP-SALARY / WS-PERIODS-PER-YEAR.
           MOVE WS-GROSS-PAY TO WS-REGULAR-PAY.
           MOVE 0            TO WS-OVERTIME-PAY.
           MOVE 0            TO WS-DOUBLETIME-PAY.
      *----------------------------------------------------------------
      * 2710-PAY-SALARIED-FINAL - A SALARIED EMPLOYEE WHOSE
      * TERMINATION DATE FALLS INSIDE THE PERIOD IS PAID A PRORATED
      * SHARE OF THE PERIOD - THE DAYS FROM THE PERIOD START THROUGH
      * THE TERMINATION DATE OVER THE DAYS IN THE PERIOD - THROUGH
      * THE SAME PAYSTUB
      * TAIL AS EVERY OTHER PAYMENT.  THE CALLER HAS SET
      * WS-TERM-SERIAL.
      *----------------------------------------------------------------
       2710-PAY-SALARIED-FINAL.
           IF WS-TERM-SERIAL > WS-PERIOD-END-SERIAL
               MOVE WS-PERIOD-DAYS TO WS-TERM-DAYS
           ELSE
               COMPUTE WS-TERM-DAYS =
                   WS-TERM-SERIAL - WS-PERIOD-START-SERIAL + 1
           END-IF.

           COMPUTE WS-GROSS-PAY ROUNDED =
               EMP-SALARY / WS-PERIODS-PER-YEAR
                 * WS-TERM-DAYS / WS-PERIOD-DAYS.
           MOVE WS-GROSS-PAY TO WS-REGULAR-PAY.
           MOVE 0            TO WS-OVERTIME-PAY.
           MOVE 0            TO WS-DOUBLETIME-PAY.
           MOVE 0            TO WS-TOT-LEAVE-HOURS.
           MOVE 0            TO WS-LEAVE-PAY.

           MOVE "TERMINATED MID-PERIOD, LAST PAY PRORATED"
               TO EX-REASON.
           PERFORM 2800-WRITE-EXCEPTION
               THRU 2800-WRITE-EXCEPTION-EXIT.
           WRITE PAYSTUB-REGISTER-LINE FROM TOTAL-LINE.
           MOVE WS-GRAND-DEDUCT    TO DTL-DEDUCT.
           WRITE PAYSTUB-REGISTER-LINE FROM DEDUCT-TOTAL-LINE.
           MOVE "TOTAL 401K DEFERRAL:" TO PTL-LABEL.
           MOVE WS-GRAND-DEFERRAL  TO PTL-AMOUNT.
           WRITE PAYSTUB-REGISTER-LINE FROM PLAN-TOTAL-LINE.
           MOVE "TOTAL 401K MATCH:"    TO PTL-LABEL.
           MOVE WS-GRAND-MATCH     TO PTL-AMOUNT.
           WRITE PAYSTUB-REGISTER-LINE FROM PLAN-TOTAL-LINE.
           MOVE WS-EMPLOYEE-COUNT  TO CL-EMPLOYEE-COUNT.
           WRITE PAYSTUB-REGISTER-LINE FROM COUNT-LINE.

               MOVE WS-DEPOSIT-TOTAL TO DT-TOTAL-NET
               WRITE DEPOSIT-EXPORT-LINE FROM DEPOSIT-TRAILER-LINE
               CLOSE DEPOSIT-EXPORT-FILE
               MOVE WS-PAY-GROUP     TO PCT-PAY-GROUP
               MOVE WS-PERIOD-END    TO PCT-PERIOD-END
               MOVE WS-PLAN-COUNT    TO PCT-RECORD-COUNT
               MOVE WS-PLAN-DEFERRAL TO PCT-TOTAL-DEFERRAL
               MOVE WS-PLAN-MATCH    TO PCT-TOTAL-MATCH
               WRITE PLAN-CONTRIB-LINE FROM PLAN-TRAILER-LINE
               CLOSE PLAN-CONTRIB-FILE
               CLOSE PAY-HISTORY-FILE
           ELSE
               MOVE SPACES          TO TRIAL-WORK-RECORD
               SET TW-TRAILER-RECORD TO TRUE
               MOVE WS-PERIOD-END   TO TW-PERIOD-END
               MOVE WS-PAY-GROUP    TO TW-PAY-GROUP
               MOVE WS-TRIAL-COUNT  TO TW-TRL-COUNT
               MOVE WS-TRIAL-GROSS  TO TW-TRL-GROSS
               MOVE WS-TRIAL-NET    TO TW-TRL-NET
               WRITE TRIAL-WORK-RECORD
               CLOSE TRIAL-WORK-FILE
           END-IF.

           CLOSE TIMECARD-FILE EMPLOYEE-MASTER PAYSTUB-REGISTER
                 GL-EXPORT-FILE REJECT-LOG EXCEPTION-REPORT.

           PERFORM 3900-LOG-STEP-END THRU 3900-LOG-STEP-END-EXIT.
       3000-FINALIZE-EXIT.
           EXIT.

      * PAY-PERIOD CALENDAR FILE.
      *----------------------------------------------------------------
       3070-WRITE-ONE-PERIOD.
           MOVE WS-CAL-GROUP  (WS-CAL-IDX) TO PC-PAY-GROUP.
           MOVE WS-CAL-FREQ   (WS-CAL-IDX) TO PC-FREQUENCY.
           MOVE WS-CAL-DATE   (WS-CAL-IDX) TO PC-PERIOD-END.
           MOVE WS-CAL-STATUS (WS-CAL-IDX) TO PC-STATUS.
           WRITE PAY-CALENDAR-RECORD.
      * 3100-WRITE-GL-DEPT - WRITE THE JOURNAL ENTRY LINES FOR ONE
      * DEPARTMENT'S PAYROLL: A DEBIT TO PAYROLL EXPENSE AND
      * OFFSETTING CREDITS TO TAX WITHHOLDING PAYABLE, EACH DEDUCTION
      * CODE'S PAYABLE ACCOUNT, AND NET PAY PAYABLE.  THE 401(K)
      * MATCH IS DEBITED TO ITS OWN EXPENSE, AND THE PLAN PAYABLE IS
      * CREDITED WITH THE DEFERRALS AND THE MATCH BOTH - WHAT IS OWED
      * TO THE PLAN TRUST.  THE EXPENSE
      * LINES CARRY THE LABOR CHARGED TO THE DEPARTMENT; THE PAYABLES
      * CARRY ITS OWN EMPLOYEES' PAY.  WHERE LABOR WAS SPLIT ACROSS
      * DEPARTMENTS THE NET OF WHAT WAS CHARGED IN AND OUT POSTS TO
      * INTERDEPT LABOR CLEARING, WHICH NETS TO ZERO ACROSS THE RUN.
      *----------------------------------------------------------------
       3100-WRITE-GL-DEPT.
           MOVE WS-DEPT-TOTAL-DEPT (WS-DEPT-IDX)  TO GL-DEPT.

           MOVE "PAYROLL EXPENSE"         TO GL-ACCOUNT-NAME.
           MOVE "DR"                      TO GL-DR-CR.
           MOVE WS-DEPT-CHG-EXPENSE (WS-DEPT-IDX) TO GL-AMOUNT.
           WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE.

           MOVE "TAX WITHHOLDING PAYABLE" TO GL-ACCOUNT-NAME.

           MOVE "EMPLOYER TAX EXPENSE"    TO GL-ACCOUNT-NAME.
           MOVE "DR"                      TO GL-DR-CR.
           MOVE WS-DEPT-CHG-ER-EXP (WS-DEPT-IDX)  TO GL-AMOUNT.
           WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE.

           MOVE "EMPLOYER SS TAX PAYABLE" TO GL-ACCOUNT-NAME.
               VARYING WS-DPD-IDX FROM 1 BY 1
               UNTIL WS-DPD-IDX > WS-DEPT-DED-COUNT (WS-DEPT-IDX).

           MOVE "401K MATCH EXPENSE"      TO GL-ACCOUNT-NAME.
           MOVE "DR"                      TO GL-DR-CR.
           MOVE WS-DEPT-MATCH (WS-DEPT-IDX)       TO GL-AMOUNT.
           WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE.

           MOVE "401K PLAN PAYABLE"       TO GL-ACCOUNT-NAME.
           MOVE "CR"                      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = WS-DEPT-DEFERRAL (WS-DEPT-IDX)
                             + WS-DEPT-MATCH    (WS-DEPT-IDX).
           WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE.

           MOVE "NET PAY PAYABLE"         TO GL-ACCOUNT-NAME.
           MOVE "CR"                      TO GL-DR-CR.
           MOVE WS-DEPT-TOTAL-NET (WS-DEPT-IDX)   TO GL-AMOUNT.
           WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE.

           MOVE "INTERDEPT LABOR CLEARING" TO GL-ACCOUNT-NAME.
           IF WS-DEPT-XFER-OUT (WS-DEPT-IDX)
                   > WS-DEPT-XFER-IN (WS-DEPT-IDX)
               MOVE "DR"                  TO GL-DR-CR
               COMPUTE GL-AMOUNT =
                   WS-DEPT-XFER-OUT (WS-DEPT-IDX)
                 - WS-DEPT-XFER-IN  (WS-DEPT-IDX)
               WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE
           END-IF.
           IF WS-DEPT-XFER-IN (WS-DEPT-IDX)
                   > WS-DEPT-XFER-OUT (WS-DEPT-IDX)
               MOVE "CR"                  TO GL-DR-CR
               COMPUTE GL-AMOUNT =
                   WS-DEPT-XFER-IN  (WS-DEPT-IDX)
                 - WS-DEPT-XFER-OUT (WS-DEPT-IDX)
               WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE
           END-IF.
       3100-WRITE-GL-DEPT-EXIT.
           EXIT.

      * LINE PER DEPARTMENT WITH HEADCOUNT, THE REGULAR/OVERTIME/
      * DOUBLE-TIME HOURS AND PAY, AND OVERTIME'S SHARE OF THE
      * DEPARTMENT'S LABOR COST - FOLLOWED BY THE COMPANY SUMMARY.
      * HOURS AND PAY ARE BY CHARGE DEPARTMENT, SO SPLIT LABOR SHOWS
      * WHERE IT WAS WORKED; HEADCOUNT IS BY HOME DEPARTMENT.  WHEN
      * ANY LABOR WAS CHARGED TO A WORK ORDER THE WORK ORDER LISTING
      * FOLLOWS THE SUMMARY.
      *----------------------------------------------------------------
       3200-WRITE-LABOR-DIST.
           OPEN OUTPUT LABOR-DIST-REPORT.
           MOVE WS-OT-PCT           TO LS-AMOUNT.
           WRITE LABOR-DIST-REPORT-LINE FROM LABOR-SUMMARY-LINE.

           IF WS-WO-COUNT > 0
               WRITE LABOR-DIST-REPORT-LINE FROM LABOR-WO-TITLE
               WRITE LABOR-DIST-REPORT-LINE FROM LABOR-WO-HEADING
               PERFORM 3230-WRITE-WORK-ORDER
                   THRU 3230-WRITE-WORK-ORDER-EXIT
                   VARYING WS-WO-IDX FROM 1 BY 1
                   UNTIL WS-WO-IDX > WS-WO-COUNT
           END-IF.

           CLOSE LABOR-DIST-REPORT.
       3200-WRITE-LABOR-DIST-EXIT.
           EXIT.
       3220-CALC-OT-PCT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3230-WRITE-WORK-ORDER - WRITE ONE WORK ORDER LINE OF THE
      * LABRDIST WORK ORDER LISTING.
      *----------------------------------------------------------------
       3230-WRITE-WORK-ORDER.
           MOVE WS-WO-ORDER (WS-WO-IDX) TO LW-ORDER.
           MOVE WS-WO-DEPT  (WS-WO-IDX) TO LW-DEPT.
           MOVE WS-WO-HOURS (WS-WO-IDX) TO LW-HOURS.
           MOVE WS-WO-PAY   (WS-WO-IDX) TO LW-PAY.
           WRITE LABOR-DIST-REPORT-LINE FROM LABOR-WO-LINE.
       3230-WRITE-WORK-ORDER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-LOG-STEP-END - LOG THE RUN'S END ON THE CYCLOG CYCLE RUN
      * LOG WITH THE TIMECARDS READ, THE STUBS WRITTEN AND THE
      * CONDITION CODE.  THE CALL RESETS RETURN-CODE, SO THE CODE IS
      * PUT BACK AFTERWARD.
      *----------------------------------------------------------------
       3900-LOG-STEP-END.
           SET CQ-FUNC-END        TO TRUE.
           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE WS-RUN-MODE       TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           MOVE WS-RECORDS-READ   TO CQ-RECORDS-IN.
           MOVE WS-EMPLOYEE-COUNT TO CQ-RECORDS-OUT.
           MOVE RETURN-CODE       TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           MOVE CQ-COMPLETION-CODE TO RETURN-CODE.
       3900-LOG-STEP-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * COMMON RANGE-EDIT ROUTINE (SEE COPYBOOK/EDITRNG.CPY).
      *----------------------------------------------------------------
