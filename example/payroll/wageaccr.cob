      *================================================================
      *  PROGRAM-ID   : WAGEACCR
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     MONTH-END ACCRUED WAGES JOURNAL.  THE PAY PERIODS RARELY
      *     END ON THE LAST DAY OF THE MONTH, SO THE WORKDAYS BETWEEN
      *     EACH PAY GROUP'S LAST PAYCAL PERIOD END AND THE MONTH END
      *     (THE GROUP'S STUB DAYS) ARE EARNED IN ONE MONTH AND PAID IN
      *     THE NEXT.
      *     THIS RUN ESTIMATES THE EARNED-BUT-UNPAID WAGES AND THE
      *     EMPLOYER TAXES ON THEM FOR THE MONTH NAMED ON THE ACCRRUN
      *     CARD:
      *        - AN HOURLY EMPLOYEE'S PERIOD RATE IS THE AVERAGE OF
      *          THEIR LAST FOUR PERIODS OF PAYHIST (REGULAR ENTRIES
      *          LESS RETRO, VOIDS SUBTRACTED), PRORATED OVER THE
      *          PERIOD'S WORKDAYS - 260 A YEAR SPREAD OVER THE PAY
      *          GROUP'S PERIODS.
      *        - A SALARIED EMPLOYEE ACCRUES EMP-SALARY OVER 260
      *          WORKDAYS A YEAR.
      *        - THE EMPLOYER TAXES ARE FIGURED BY ERTAXCLC AGAINST
      *          THE MASTER'S YTD GROSS, AS PAYDRV WILL FIGURE THEM.
      *     LEAVE AND TERMINATED EMPLOYEES ACCRUE NOTHING.  THE
      *     ACCRUAL IS WRITTEN AS A BALANCED JOURNAL BY DEPARTMENT IN
      *     THE GLEXPORT LINE FORMAT TO ACCRGL, WITH THE ACCRRPT
      *     SUPPORTING REPORT LISTING EVERY EMPLOYEE ACCRUED.
      *
      *     EVERY JOURNAL LINE IS ALSO KEPT ON THE PERMANENT ACCRLOG
      *     ACCRUAL LOG.  THE FIRST RUN OF THE FOLLOWING MONTH FINDS
      *     THE PRIOR MONTH'S LINES NOT YET REVERSED ON THE LOG AND
      *     WRITES THE REVERSING ENTRY (DEBITS AND CREDITS SWAPPED)
      *     AHEAD OF ITS OWN ACCRUAL, LOGGING THE REVERSAL SO IT IS
      *     NEVER WRITTEN TWICE.  A MONTH ALREADY ON THE LOG, OR
      *     EARLIER THAN ONE THAT IS, IS REFUSED - ACCRUING A MONTH
      *     TWICE DOUBLES THE LIABILITY.  SO IS A MONTH WHERE ANY PAY
      *     GROUP'S LAST PERIOD IS NOT YET FINAL ON PAYCAL, AND A RUN
      *     OVER A PAYROLL THAT IS MID-CHECKPOINT - THE HISTORY IS
      *     STILL MOVING.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    PAY GROUPS.  EACH GROUP ON PAYCAL HAS ITS OWN
      *                   LAST FINAL PERIOD, STUB WORKDAYS AND HISTORY
      *                   WINDOW (ITS LAST FOUR PERIODS), AND A PERIOD
      *                   RATE IS PRORATED AT THE GROUP'S PERIODS PER
      *                   YEAR.  AN EMPLOYEE WHOSE GROUP HAS NO PERIOD
      *                   ON OR BEFORE THE MONTH END ACCRUES NOTHING
      *                   AND IS COUNTED.  PAYCAL RECORDS ARE NOW 12
      *                   BYTES.  THE LOG'S "M" RECORD CARRIES THE MOST
      *                   STUB WORKDAYS OF ANY GROUP.
      *  2026-10-15 DO    TRACKED THE PAYROLL DRIVER'S CHECKPOINT
      *                   RECORD GROWING TO 58 BYTES (PLANCONT COUNT
      *                   AND 401(K) DEFERRAL AND MATCH TOTALS ADDED).
      *  2026-10-15 DO    THE PRIOR MONTH'S REVERSAL IS NOW WRITTEN
      *                   AHEAD OF THE MONTH'S OWN ACCRUAL ON ACCRGL,
      *                   THE REPORT AND THE LOG, AS DESCRIBED ABOVE.
      *  2026-10-15 DO    A MISSING, EMPTY OR BAD ACCRRUN CARD NOW ENDS
      *                   WITH RETURN CODE 8 LIKE EVERY OTHER REFUSAL.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEACCR.
       AUTHOR. D. OKAFOR.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCR-RUN-CONTROL    ASSIGN TO "ACCRRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RESTART-CONTROL     ASSIGN TO "RESTART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT PAY-CALENDAR        ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT ACCRUAL-LOG         ASSIGN TO "ACCRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRLOG-STATUS.
           SELECT PAY-HISTORY-FILE    ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER     ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCRUAL-GL-FILE     ASSIGN TO "ACCRGL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT      ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCR-RUN-CONTROL
           RECORD CONTAINS 6 CHARACTERS.
       01  ACCR-RUN-CARD.
           05  AR-YEAR                   PIC 9(04).
           05  AR-MONTH                  PIC 9(02).
               88  AR-MONTH-VALID                  VALUE 1 THRU 12.

       FD  RESTART-CONTROL
           RECORD CONTAINS 58 CHARACTERS.
       01  RESTART-CONTROL-LINE.
           05  RC-RECORDS-PROCESSED      PIC 9(06).
           05  RC-SALARIED-PROCESSED     PIC 9(06).
           05  RC-RUN-STATUS             PIC X(01).
               88  RC-RUN-IN-FLIGHT                     VALUE "P".
           05  RC-DEPOSIT-COUNT          PIC 9(06).
           05  RC-DEPOSIT-TOTAL          PIC 9(09)V99.
           05  RC-PLAN-COUNT             PIC 9(06).
           05  RC-PLAN-DEFERRAL          PIC 9(09)V99.
           05  RC-PLAN-MATCH             PIC 9(09)V99.

       FD  PAY-CALENDAR
           RECORD CONTAINS 12 CHARACTERS.
           COPY PAYCAL.

      *----------------------------------------------------------------
      * ACCRLOG - ONE "M" RECORD PER MONTH ACCRUED, AN "A" RECORD PER
      * ACCRUAL JOURNAL LINE, AND AN "R" RECORD PER LINE REVERSED.
      * AL-MONTH IS ALWAYS THE MONTH THE ACCRUAL WAS FOR, SO A
      * MONTH'S "R" RECORDS MATCH ITS "A" RECORDS.  APPEND-ONLY.
      *----------------------------------------------------------------
       FD  ACCRUAL-LOG
           RECORD CONTAINS 60 CHARACTERS.
       01  ACCRUAL-LOG-RECORD.
           05  AL-MONTH                  PIC 9(06).
           05  AL-TYPE                   PIC X(01).
               88  AL-TYPE-MONTH                        VALUE "M".
               88  AL-TYPE-ACCRUAL                      VALUE "A".
               88  AL-TYPE-REVERSAL                     VALUE "R".
           05  AL-RUN-DATE               PIC 9(08).
           05  AL-DEPT                   PIC 9(04).
           05  AL-ACCOUNT                PIC X(24).
           05  AL-DR-CR                  PIC X(02).
           05  AL-AMOUNT                 PIC 9(09)V99.
           05  AL-STUB-DAYS              PIC 9(02).
           05  FILLER                    PIC X(02).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  ACCRUAL-GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCRUAL-GL-LINE              PIC X(80).

       FD  ACCRUAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCRUAL-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * ESTIMATING CONSTANTS.  AN HOURLY RATE IS THE AVERAGE OF THE
      * LAST WS-HISTORY-PERIODS PERIODS OF THE EMPLOYEE'S PAY GROUP,
      * EACH OF WS-YEAR-WORKDAYS OVER THE GROUP'S PERIODS PER YEAR
      * WORKDAYS; SALARY ACCRUES OVER WS-YEAR-WORKDAYS.  A GROUP WITH
      * TOO FEW PERIODS ON PAYCAL TO BOUND ITS WINDOW TAKES
      * WS-YEAR-DAYS OVER ITS PERIODS PER YEAR AS A PERIOD'S LENGTH.
      *----------------------------------------------------------------
       01  WS-HISTORY-PERIODS           PIC 9(02)   VALUE 4.
       01  WS-YEAR-WORKDAYS             PIC 9(03)   VALUE 260.
       01  WS-YEAR-DAYS                 PIC 9(03)   VALUE 365.

       01  WS-RUNCTL-STATUS             PIC X(02).
           88  WS-RUNCTL-OK                          VALUE "00".
       01  WS-RESTART-STATUS            PIC X(02).
           88  WS-RESTART-STATUS-OK                  VALUE "00".
       01  WS-PAYCAL-STATUS             PIC X(02).
           88  WS-PAYCAL-OK                          VALUE "00".
       01  WS-ACCRLOG-STATUS            PIC X(02).
           88  WS-ACCRLOG-OK                         VALUE "00".
       01  WS-HISTORY-STATUS            PIC X(02).
           88  WS-HISTORY-OK                         VALUE "00".
           88  WS-HISTORY-EOF                        VALUE "10".
       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".
           88  WS-MASTER-EOF                         VALUE "10".

       01  WS-CAL-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-LOG-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-LOG-EOF                           VALUE 'Y'.
       01  WS-LOG-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-LOG-FOUND                         VALUE 'Y'.
       01  WS-REFUSE-SW                 PIC X(01)   VALUE 'N'.
           88  WS-REFUSE                            VALUE 'Y'.
       01  WS-HIST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-SWEEP-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-SWEEP-EOF                         VALUE 'Y'.

      *----------------------------------------------------------------
      * THE MONTH BEING ACCRUED AND ITS DATES.
      *----------------------------------------------------------------
       01  WS-MONTH-KEY.
           05  WS-MK-YEAR                PIC 9(04).
           05  WS-MK-MONTH               PIC 9(02).
       01  WS-MONTH-KEY-N REDEFINES WS-MONTH-KEY PIC 9(06).
       01  WS-NEXT-MONTH.
           05  WS-NM-YEAR                PIC 9(04).
           05  WS-NM-MONTH               PIC 9(02).
           05  WS-NM-DAY                 PIC 9(02).
       01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH PIC 9(08).
       01  WS-MONTH-END-DATE            PIC 9(08)   VALUE 0.
       01  WS-MONTH-END-SERIAL          PIC 9(08)   VALUE 0.
       01  WS-LAST-PERIOD-SERIAL        PIC 9(08)   VALUE 0.
       01  WS-DAY-SERIAL                PIC 9(08)   VALUE 0.
       01  WS-WEEK-COUNT                PIC 9(08)   VALUE 0.
       01  WS-WEEKDAY                   PIC 9(01)   VALUE 0.
       01  WS-STUB-DAYS                 PIC 9(02)   VALUE 0.
       01  WS-MOST-STUB-DAYS            PIC 9(02)   VALUE 0.
       01  WS-GROUPS-WITH-PERIOD        PIC 9(02)   VALUE 0.

      *----------------------------------------------------------------
      * THE PAY GROUPS ON PAYCAL.  WS-GRP-END HOLDS THE ENDS OF THE
      * GROUP'S LAST FIVE PERIODS ENDING ON OR BEFORE THE MONTH END,
      * LATEST FIRST - THE LATEST STARTS THE GROUP'S STUB AND THE
      * FIFTH BOUNDS THE HISTORY WINDOW OF THE FOUR BETWEEN.
      *----------------------------------------------------------------
       01  WS-GRP-COUNT                 PIC 9(02)   VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-GRP-IDX.
               10  WS-GRP-CODE           PIC X(02).
               10  WS-GRP-FREQ           PIC X(01).
               10  WS-GRP-PER-YEAR       PIC 9(02).
               10  WS-GRP-LAST-STATUS    PIC X(01).
               10  WS-GRP-END            PIC 9(08) OCCURS 5 TIMES.
               10  WS-GRP-WINDOW-START   PIC 9(08).
               10  WS-GRP-STUB-DAYS      PIC 9(02).
       01  WS-CUR-GRP-SUB               PIC 9(02)   VALUE 0.

      *----------------------------------------------------------------
      * THE LAST ACCRUAL ON THE LOG, HELD FOR ITS REVERSAL.  THE LOG
      * IS APPEND-ONLY AND EACH RUN REVERSES WHAT IS OUTSTANDING
      * BEFORE IT ACCRUES, SO AT MOST ONE MONTH IS EVER OUTSTANDING.
      *----------------------------------------------------------------
       01  WS-PRIOR-MONTH-DATE          PIC 9(08)   VALUE 0.
       01  WS-REV-MONTH                 PIC 9(06)   VALUE 0.
       01  WS-REV-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-REV-DONE                          VALUE 'Y'.
       01  WS-REV-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-REV-IDX.
               10  WS-REV-DEPT           PIC 9(04).
               10  WS-REV-ACCOUNT        PIC X(24).
               10  WS-REV-DR-CR          PIC X(02).
               10  WS-REV-AMOUNT         PIC 9(09)V99.

      *----------------------------------------------------------------
      * ACCRUAL TOTALS BY DEPARTMENT FOR THE JOURNAL.
      *----------------------------------------------------------------
       01  WS-DEPT-COUNT                PIC 9(03)   VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-NO            PIC 9(04).
               10  WS-DEPT-HEADCOUNT     PIC 9(05).
               10  WS-DEPT-WAGES         PIC 9(09)V99.
               10  WS-DEPT-ER-TAX        PIC 9(09)V99.

      *----------------------------------------------------------------
      * THE EMPLOYEE NOW BEING ESTIMATED - PAYHIST IS READ IN KEY
      * ORDER, SO ONE EMPLOYEE'S ENTRIES ARRIVE TOGETHER.
      *----------------------------------------------------------------
       01  WS-CUR-EMP-ID                PIC 9(06)   VALUE 0.
       01  WS-EMP-WINDOW-GROSS          PIC S9(09)V99 VALUE 0.
       01  WS-EMP-PERIOD-RATE           PIC 9(07)V99 VALUE 0.
       01  WS-EMP-ACCRUAL               PIC 9(07)V99 VALUE 0.
       01  WS-EMP-ER-TAX                PIC 9(07)V99 VALUE 0.

      *    ERTAXCLC PARAMETER AREAS - UNSIGNED, AS THE SUBPROGRAM
      *    DECLARES THEM.
       01  WS-CALC-GROSS                PIC 9(07)V99.
       01  WS-CALC-YTD-GROSS            PIC 9(09)V99.
       01  WS-CALC-ER-SS                PIC 9(07)V99.
       01  WS-CALC-ER-UI                PIC 9(07)V99.

       01  WS-HOURLY-COUNT              PIC 9(06)   VALUE 0.
       01  WS-SALARIED-COUNT            PIC 9(06)   VALUE 0.
       01  WS-NO-HISTORY-COUNT          PIC 9(06)   VALUE 0.
       01  WS-NO-GROUP-COUNT            PIC 9(06)   VALUE 0.
       01  WS-TOT-WAGES                 PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ER-TAX                PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-DR                PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-CR                PIC 9(11)V99 VALUE 0.
       01  WS-REVERSAL-DR               PIC 9(11)V99 VALUE 0.
       01  WS-REVERSAL-CR               PIC 9(11)V99 VALUE 0.
       01  WS-LINE-AMOUNT               PIC 9(09)V99 VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
           05  WS-RUN-DAY                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
       01  WS-RUN-DATE-DISPLAY.
           05  WS-RUN-DATE-MONTH         PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-RUN-DATE-DAY           PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-RUN-DATE-YEAR          PIC 9(04).

      *----------------------------------------------------------------
      * THE JOURNAL LINE, IN THE GLEXPORT FORMAT PAYDRV WRITES.
      *----------------------------------------------------------------
       01  GL-JOURNAL-LINE.
           05  GL-DEPT                   PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GL-ACCOUNT-NAME           PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GL-DR-CR                  PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GL-AMOUNT                 PIC S9(09)V99.

       01  RPT-HEADING-LINE-1.
           05  FILLER                    PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
           05  FILLER                    PIC X(30) VALUE
               "MONTH-END WAGE ACCRUAL".
           05  FILLER                    PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE              PIC X(10).

       01  RPT-MONTH-LINE.
           05  FILLER                    PIC X(06) VALUE "MONTH ".
           05  ML-MONTH                  PIC 9(06).

       01  RPT-GROUP-LINE.
           05  FILLER                    PIC X(10) VALUE
               "PAY GROUP ".
           05  GPL-PAY-GROUP             PIC X(02).
           05  FILLER                    PIC X(07) VALUE
               "  FREQ ".
           05  GPL-FREQUENCY             PIC X(01).
           05  FILLER                    PIC X(18) VALUE
               "  LAST PERIOD END ".
           05  GPL-LAST-PERIOD           PIC 9(08).
           05  FILLER                    PIC X(16) VALUE
               "  STUB WORKDAYS ".
           05  GPL-STUB-DAYS             PIC Z9.

       01  RPT-SECTION-LINE.
           05  FILLER                    PIC X(04) VALUE "*** ".
           05  SL-TITLE                  PIC X(40).

       01  DETAIL-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE
               " EMP-ID ".
           05  FILLER                    PIC X(21) VALUE
               "NAME".
           05  FILLER                    PIC X(06) VALUE
               "DEPT".
           05  FILLER                    PIC X(03) VALUE
               "T".
           05  FILLER                    PIC X(12) VALUE
               "PERIOD-RATE".
           05  FILLER                    PIC X(12) VALUE
               "ACCR-WAGES".
           05  FILLER                    PIC X(09) VALUE
               "ER-TAX".

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID            PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NAME                   PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-DEPT                   PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-PAY-TYPE               PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-PERIOD-RATE            PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ACCRUAL                PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ER-TAX                 PIC ZZ,ZZ9.99.

       01  JOURNAL-RPT-LINE.
           05  JL-DEPT                   PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  JL-ACCOUNT                PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  JL-DR-CR                  PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  JL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-ITEM-LINE.
           05  TI-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TI-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-COUNT-LINE.
           05  TC-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TC-COUNT                  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1100-CHECK-CALENDAR THRU 1100-CHECK-CALENDAR-EXIT.
           PERFORM 1200-SCAN-LOG THRU 1200-SCAN-LOG-EXIT.
           PERFORM 1300-OPEN-FILES THRU 1300-OPEN-FILES-EXIT.
           IF WS-STUB-DAYS > 0
               PERFORM 2000-SCAN-HISTORY THRU 2000-SCAN-HISTORY-EXIT
                   UNTIL WS-HIST-EOF
               IF WS-CUR-EMP-ID NOT = 0
                   PERFORM 2500-CLOSE-EMPLOYEE
                       THRU 2500-CLOSE-EMPLOYEE-EXIT
               END-IF
               PERFORM 2600-SWEEP-SALARIED
                   THRU 2600-SWEEP-SALARIED-EXIT
           END-IF.
           PERFORM 3100-WRITE-REVERSAL THRU 3100-WRITE-REVERSAL-EXIT.
           PERFORM 3000-WRITE-ACCRUAL THRU 3000-WRITE-ACCRUAL-EXIT.
           PERFORM 3900-FINALIZE THRU 3900-FINALIZE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE ACCRRUN CARD, REFUSE TO RUN OVER AN
      * IN-FLIGHT PAYROLL, AND WORK OUT THE MONTH-END DATE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT ACCR-RUN-CONTROL.
           IF NOT WS-RUNCTL-OK
               DISPLAY "RUN-CONTROL FILE ACCRRUN NOT FOUND, FILE "
                   "STATUS " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACCR-RUN-CONTROL
               AT END
                   DISPLAY "RUN-CONTROL FILE ACCRRUN IS EMPTY"
                   CLOSE ACCR-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF AR-YEAR NOT NUMERIC OR AR-YEAR < 1900
               OR AR-MONTH NOT NUMERIC OR NOT AR-MONTH-VALID
               DISPLAY "ACCRRUN CARD MUST CARRY A YEAR AND A MONTH "
                   "1-12, GOT " ACCR-RUN-CARD
               CLOSE ACCR-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AR-YEAR  TO WS-MK-YEAR.
           MOVE AR-MONTH TO WS-MK-MONTH.
           CLOSE ACCR-RUN-CONTROL.

           OPEN INPUT RESTART-CONTROL.
           IF WS-RESTART-STATUS-OK
               READ RESTART-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-IN-FLIGHT
                           DISPLAY "A PAYROLL RUN IS MID-CHECKPOINT "
                               "(" RC-RECORDS-PROCESSED
                               " TIMECARDS), RUN REFUSED"
                           CLOSE RESTART-CONTROL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RESTART-CONTROL
           END-IF.

      *    THE MONTH ENDS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
           IF AR-MONTH = 12
               COMPUTE WS-NM-YEAR = AR-YEAR + 1
               MOVE 1 TO WS-NM-MONTH
           ELSE
               MOVE AR-YEAR TO WS-NM-YEAR
               COMPUTE WS-NM-MONTH = AR-MONTH + 1
           END-IF.
           MOVE 1 TO WS-NM-DAY.
           COMPUTE WS-MONTH-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-END-SERIAL).

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-CALENDAR - FIND EACH PAY GROUP'S LAST PAYCAL PERIOD
      * ENDING ON OR BEFORE THE MONTH END, THEN CHECK AND SET UP EACH
      * GROUP.  AT LEAST ONE GROUP MUST HAVE SUCH A PERIOD.
      *----------------------------------------------------------------
       1100-CHECK-CALENDAR.
           OPEN INPUT PAY-CALENDAR.
           IF NOT WS-PAYCAL-OK
               DISPLAY "PAY-PERIOD CALENDAR PAYCAL NOT FOUND, FILE "
                   "STATUS " WS-PAYCAL-STATUS ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-ONE-PERIOD THRU 1110-READ-ONE-PERIOD-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE PAY-CALENDAR.

           PERFORM 1130-CHECK-ONE-GROUP THRU 1130-CHECK-ONE-GROUP-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           IF WS-GROUPS-WITH-PERIOD = 0
               DISPLAY "NO PAY PERIOD ON PAYCAL ENDS ON OR BEFORE "
                   WS-MONTH-END-DATE ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MOST-STUB-DAYS TO WS-STUB-DAYS.
       1100-CHECK-CALENDAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1110-READ-ONE-PERIOD - TABLE THE PERIOD'S PAY GROUP AND ITS
      * FREQUENCY, AND KEEP THE GROUP'S LATEST FIVE PERIOD ENDS ON OR
      * BEFORE THE MONTH END, WITH THE LATEST ONE'S STATUS.
      *----------------------------------------------------------------
       1110-READ-ONE-PERIOD.
           READ PAY-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1110-READ-ONE-PERIOD-EXIT
           END-READ.
           PERFORM 1115-FIND-GROUP THRU 1115-FIND-GROUP-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
                  OR WS-GRP-CODE (WS-GRP-IDX) = PC-PAY-GROUP.
           IF WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-COUNT >= 20
                   DISPLAY "PAY GROUP TABLE FULL (20) AT GROUP "
                       PC-PAY-GROUP ", RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-IDX TO WS-GRP-COUNT
               MOVE PC-PAY-GROUP TO WS-GRP-CODE        (WS-GRP-IDX)
               MOVE SPACE        TO WS-GRP-LAST-STATUS (WS-GRP-IDX)
               MOVE 0            TO WS-GRP-END   (WS-GRP-IDX, 1)
                                    WS-GRP-END   (WS-GRP-IDX, 2)
                                    WS-GRP-END   (WS-GRP-IDX, 3)
                                    WS-GRP-END   (WS-GRP-IDX, 4)
                                    WS-GRP-END   (WS-GRP-IDX, 5)
               MOVE 0            TO WS-GRP-STUB-DAYS   (WS-GRP-IDX)
           END-IF.
           MOVE PC-FREQUENCY TO WS-GRP-FREQ (WS-GRP-IDX).

           IF PC-PERIOD-END NOT > WS-MONTH-END-DATE
               AND PC-PERIOD-END > WS-GRP-END (WS-GRP-IDX, 1)
               MOVE WS-GRP-END (WS-GRP-IDX, 4)
                                     TO WS-GRP-END (WS-GRP-IDX, 5)
               MOVE WS-GRP-END (WS-GRP-IDX, 3)
                                     TO WS-GRP-END (WS-GRP-IDX, 4)
               MOVE WS-GRP-END (WS-GRP-IDX, 2)
                                     TO WS-GRP-END (WS-GRP-IDX, 3)
               MOVE WS-GRP-END (WS-GRP-IDX, 1)
                                     TO WS-GRP-END (WS-GRP-IDX, 2)
               MOVE PC-PERIOD-END    TO WS-GRP-END (WS-GRP-IDX, 1)
               MOVE PC-STATUS        TO WS-GRP-LAST-STATUS (WS-GRP-IDX)
           END-IF.
       1110-READ-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1115-FIND-GROUP - EMPTY PARAGRAPH DRIVEN BY THE PERFORM VARYING
      * ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       1115-FIND-GROUP.
           CONTINUE.
       1115-FIND-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1120-COUNT-ONE-DAY - COUNT THE DAY IF IT IS A WEEKDAY.  DAY
      * SERIAL 1 (01/01/1601) WAS A MONDAY, SO THE REMAINDER BY 7 IS
      * 1 FOR MONDAY THROUGH 5 FOR FRIDAY, 6 SATURDAY AND 0 SUNDAY.
      *----------------------------------------------------------------
       1120-COUNT-ONE-DAY.
           DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY > 0 AND WS-WEEKDAY < 6
               ADD 1 TO WS-STUB-DAYS
           END-IF.
       1120-COUNT-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1130-CHECK-ONE-GROUP - A GROUP WITH NO PERIOD ON OR BEFORE THE
      * MONTH END (ONE STARTING LATER) ACCRUES NOTHING.  OTHERWISE ITS
      * LAST PERIOD MUST BE FINAL - THE ACCRUAL STARTS THE DAY AFTER IT
      * AND ESTIMATES FROM ITS HISTORY.  THE GROUP'S HISTORY WINDOW
      * STARTS THE DAY AFTER ITS FIFTH-LATEST PERIOD END, AND ITS STUB
      * WORKDAYS, MONDAY THROUGH FRIDAY, RUN FROM THE DAY AFTER THE
      * LAST PERIOD END THROUGH THE MONTH END.
      *----------------------------------------------------------------
       1130-CHECK-ONE-GROUP.
           IF WS-GRP-END (WS-GRP-IDX, 1) = 0
               DISPLAY "PAY GROUP " WS-GRP-CODE (WS-GRP-IDX)
                   " HAS NO PERIOD ENDING ON OR BEFORE "
                   WS-MONTH-END-DATE ", NOTHING ACCRUED FOR IT"
               GO TO 1130-CHECK-ONE-GROUP-EXIT
           END-IF.
           ADD 1 TO WS-GROUPS-WITH-PERIOD.
           IF WS-GRP-LAST-STATUS (WS-GRP-IDX) NOT = "F"
               DISPLAY "PAY PERIOD " WS-GRP-END (WS-GRP-IDX, 1)
                   " OF PAY GROUP " WS-GRP-CODE (WS-GRP-IDX)
                   " IS NOT FINAL ON PAYCAL - RUN THE FINAL PAYROLL "
                   "BEFORE THE ACCRUAL, RUN REFUSED"
               SET WS-REFUSE TO TRUE
               GO TO 1130-CHECK-ONE-GROUP-EXIT
           END-IF.

           EVALUATE WS-GRP-FREQ (WS-GRP-IDX)
               WHEN "B"
                   MOVE 26 TO WS-GRP-PER-YEAR (WS-GRP-IDX)
               WHEN "S"
                   MOVE 24 TO WS-GRP-PER-YEAR (WS-GRP-IDX)
               WHEN "M"
                   MOVE 12 TO WS-GRP-PER-YEAR (WS-GRP-IDX)
               WHEN OTHER
                   MOVE 52 TO WS-GRP-PER-YEAR (WS-GRP-IDX)
           END-EVALUATE.

           COMPUTE WS-LAST-PERIOD-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-GRP-END (WS-GRP-IDX, 1)).
           IF WS-GRP-END (WS-GRP-IDX, 5) > 0
               COMPUTE WS-DAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE (WS-GRP-END (WS-GRP-IDX, 5))
                 + 1
           ELSE
               COMPUTE WS-DAY-SERIAL =
                   WS-LAST-PERIOD-SERIAL
                 - (WS-HISTORY-PERIODS * WS-YEAR-DAYS
                    / WS-GRP-PER-YEAR (WS-GRP-IDX)) + 1
           END-IF.
           COMPUTE WS-GRP-WINDOW-START (WS-GRP-IDX) =
               FUNCTION DATE-OF-INTEGER (WS-DAY-SERIAL).

           MOVE 0 TO WS-STUB-DAYS.
           COMPUTE WS-DAY-SERIAL = WS-LAST-PERIOD-SERIAL + 1.
           PERFORM 1120-COUNT-ONE-DAY THRU 1120-COUNT-ONE-DAY-EXIT
               VARYING WS-DAY-SERIAL FROM WS-DAY-SERIAL BY 1
               UNTIL WS-DAY-SERIAL > WS-MONTH-END-SERIAL.
           MOVE WS-STUB-DAYS TO WS-GRP-STUB-DAYS (WS-GRP-IDX).
           IF WS-STUB-DAYS > WS-MOST-STUB-DAYS
               MOVE WS-STUB-DAYS TO WS-MOST-STUB-DAYS
           END-IF.
       1130-CHECK-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-SCAN-LOG - READ THE ACCRLOG ACCRUAL LOG.  REFUSE A MONTH
      * ALREADY ACCRUED OR EARLIER THAN ONE THAT WAS, AND HOLD THE
      * LINES OF THE LAST ACCRUAL IF THEY HAVE NOT BEEN REVERSED.  NO
      * LOG YET MEANS NOTHING HAS EVER BEEN ACCRUED.
      *----------------------------------------------------------------
       1200-SCAN-LOG.
           OPEN INPUT ACCRUAL-LOG.
           IF NOT WS-ACCRLOG-OK
               DISPLAY "NO ACCRUAL LOG ON FILE, STARTING ONE"
               GO TO 1200-SCAN-LOG-EXIT
           END-IF.
           SET WS-LOG-FOUND TO TRUE.
           PERFORM 1210-SCAN-ONE-RECORD THRU 1210-SCAN-ONE-RECORD-EXIT
               UNTIL WS-LOG-EOF.
           CLOSE ACCRUAL-LOG.

           IF WS-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-SCAN-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1210-SCAN-ONE-RECORD - ONE LOG RECORD.  AN "A" LINE FOR A NEW
      * MONTH STARTS THE HELD ACCRUAL OVER; AN "R" LINE FOR THE HELD
      * MONTH MARKS IT REVERSED.
      *----------------------------------------------------------------
       1210-SCAN-ONE-RECORD.
           READ ACCRUAL-LOG
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 1210-SCAN-ONE-RECORD-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN AL-TYPE-MONTH
                   IF AL-MONTH = WS-MONTH-KEY-N
                       DISPLAY "MONTH " WS-MONTH-KEY-N
                           " WAS ALREADY ACCRUED ON " AL-RUN-DATE
                           ", RUN REFUSED"
                       SET WS-REFUSE TO TRUE
                   END-IF
                   IF AL-MONTH > WS-MONTH-KEY-N
                       DISPLAY "LATER MONTH " AL-MONTH
                           " IS ALREADY ACCRUED, MONTH "
                           WS-MONTH-KEY-N " REFUSED"
                       SET WS-REFUSE TO TRUE
                   END-IF
               WHEN AL-TYPE-ACCRUAL
                   IF AL-MONTH NOT = WS-REV-MONTH
                       MOVE AL-MONTH TO WS-REV-MONTH
                       MOVE 0   TO WS-REV-COUNT
                       MOVE 'N' TO WS-REV-DONE-SW
                   END-IF
                   IF WS-REV-COUNT >= 300
                       DISPLAY "ACCRUAL LOG TABLE FULL (300) FOR MONTH "
                           AL-MONTH ", RUN REFUSED"
                       SET WS-REFUSE TO TRUE
                       GO TO 1210-SCAN-ONE-RECORD-EXIT
                   END-IF
                   ADD 1 TO WS-REV-COUNT
                   SET WS-REV-IDX TO WS-REV-COUNT
                   MOVE AL-DEPT    TO WS-REV-DEPT    (WS-REV-IDX)
                   MOVE AL-ACCOUNT TO WS-REV-ACCOUNT (WS-REV-IDX)
                   MOVE AL-DR-CR   TO WS-REV-DR-CR   (WS-REV-IDX)
                   MOVE AL-AMOUNT  TO WS-REV-AMOUNT  (WS-REV-IDX)
               WHEN AL-TYPE-REVERSAL
                   IF AL-MONTH = WS-REV-MONTH
                       SET WS-REV-DONE TO TRUE
                   END-IF
           END-EVALUATE.
       1210-SCAN-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-OPEN-FILES - OPEN THE HISTORY, MASTER AND OUTPUTS AND
      * PRINT THE REPORT HEADINGS.
      *----------------------------------------------------------------
       1300-OPEN-FILES.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               DISPLAY "PAY HISTORY FILE NOT FOUND, FILE STATUS "
                   WS-HISTORY-STATUS ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER, STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCRUAL-GL-FILE
                OUTPUT ACCRUAL-REPORT.

           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-HEADING-LINE-1.
           MOVE WS-MONTH-KEY-N     TO ML-MONTH.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-MONTH-LINE.
           PERFORM 1310-WRITE-GROUP-LINE THRU 1310-WRITE-GROUP-LINE-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           MOVE "EMPLOYEES ACCRUED" TO SL-TITLE.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-SECTION-LINE.
           WRITE ACCRUAL-REPORT-LINE FROM DETAIL-HEADING-LINE.
       1300-OPEN-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1310-WRITE-GROUP-LINE - ONE PAY GROUP'S LAST PERIOD END AND
      * STUB WORKDAYS UNDER THE REPORT HEADING.
      *----------------------------------------------------------------
       1310-WRITE-GROUP-LINE.
           MOVE WS-GRP-CODE      (WS-GRP-IDX)    TO GPL-PAY-GROUP.
           MOVE WS-GRP-FREQ      (WS-GRP-IDX)    TO GPL-FREQUENCY.
           MOVE WS-GRP-END       (WS-GRP-IDX, 1) TO GPL-LAST-PERIOD.
           MOVE WS-GRP-STUB-DAYS (WS-GRP-IDX)    TO GPL-STUB-DAYS.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-GROUP-LINE.
       1310-WRITE-GROUP-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-HISTORY - READ ONE PAYHIST ENTRY AND ROLL IT INTO
      * THE CURRENT EMPLOYEE'S RECENT GROSS.  A NEW EMPLOYEE ID CLOSES
      * OUT THE PREVIOUS ONE FIRST.  ONLY REGULAR PAYROLL ENTRIES IN
      * THE HISTORY WINDOW OF THE EMPLOYEE'S PAY GROUP COUNT, LESS ANY
      * RETRO PAY ON THEM; A VOID TAKES ITS ENTRY BACK OUT.  MANUAL
      * OFF-CYCLE PAYMENTS ARE NOT PART OF THE RUN RATE.
      *----------------------------------------------------------------
       2000-SCAN-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD.
           IF WS-HISTORY-EOF
               SET WS-HIST-EOF TO TRUE
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY "UNABLE TO READ PAY HISTORY, FILE STATUS "
                   WS-HISTORY-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PH-EMP-ID NOT = WS-CUR-EMP-ID
               IF WS-CUR-EMP-ID NOT = 0
                   PERFORM 2500-CLOSE-EMPLOYEE
                       THRU 2500-CLOSE-EMPLOYEE-EXIT
               END-IF
               MOVE PH-EMP-ID TO WS-CUR-EMP-ID
               MOVE 0 TO WS-EMP-WINDOW-GROSS
               PERFORM 2050-FIND-EMP-GROUP THRU 2050-FIND-EMP-GROUP-EXIT
           END-IF.

           IF WS-CUR-GRP-SUB = 0
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF.
           SET WS-GRP-IDX TO WS-CUR-GRP-SUB.
           IF PH-PERIOD-END < WS-GRP-WINDOW-START (WS-GRP-IDX)
               OR PH-PERIOD-END > WS-GRP-END (WS-GRP-IDX, 1)
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PH-TYPE-REGULAR
                   ADD PH-GROSS-PAY      TO WS-EMP-WINDOW-GROSS
                   SUBTRACT PH-RETRO-PAY FROM WS-EMP-WINDOW-GROSS
               WHEN PH-TYPE-VOID
                   SUBTRACT PH-GROSS-PAY FROM WS-EMP-WINDOW-GROSS
                   ADD PH-RETRO-PAY      TO WS-EMP-WINDOW-GROSS
           END-EVALUATE.
       2000-SCAN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-FIND-EMP-GROUP - SET WS-CUR-GRP-SUB TO THE TABLE ENTRY OF
      * THE EMPLOYEE'S PAY GROUP, OR ZERO WHEN THE EMPLOYEE IS NOT ON
      * THE MASTER OR THE GROUP HAS NO PERIOD ON OR BEFORE THE MONTH
      * END.
      *----------------------------------------------------------------
       2050-FIND-EMP-GROUP.
           MOVE 0 TO WS-CUR-GRP-SUB.
           MOVE WS-CUR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 2050-FIND-EMP-GROUP-EXIT
           END-READ.
           PERFORM 1115-FIND-GROUP THRU 1115-FIND-GROUP-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
                  OR WS-GRP-CODE (WS-GRP-IDX) = EMP-PAY-GROUP.
           IF WS-GRP-IDX NOT > WS-GRP-COUNT
               IF WS-GRP-END (WS-GRP-IDX, 1) > 0
                   SET WS-CUR-GRP-SUB TO WS-GRP-IDX
               END-IF
           END-IF.
       2050-FIND-EMP-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CLOSE-EMPLOYEE - ONE EMPLOYEE'S HISTORY IS COMPLETE.  AN
      * ACTIVE HOURLY EMPLOYEE ACCRUES THEIR AVERAGE PERIOD GROSS
      * OVER THEIR GROUP'S STUB WORKDAYS, A PERIOD BEING THE YEAR'S
      * WORKDAYS OVER THE GROUP'S PERIODS PER YEAR.  SALARIED
      * EMPLOYEES ARE LEFT FOR THE MASTER SWEEP; AN ACTIVE HOURLY
      * EMPLOYEE WITH NO RECENT PAY, OR WHOSE GROUP HAS NO PERIOD ON
      * OR BEFORE THE MONTH END, IS COUNTED BUT ACCRUES NOTHING.
      *----------------------------------------------------------------
       2500-CLOSE-EMPLOYEE.
           MOVE WS-CUR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-READ.
           IF NOT EMP-TYPE-HOURLY
               OR EMP-STAT-LEAVE OR EMP-STAT-TERMED
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.
           IF WS-CUR-GRP-SUB = 0
               ADD 1 TO WS-NO-GROUP-COUNT
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.
           SET WS-GRP-IDX TO WS-CUR-GRP-SUB.
           IF WS-GRP-STUB-DAYS (WS-GRP-IDX) = 0
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.
           IF WS-EMP-WINDOW-GROSS NOT > 0
               ADD 1 TO WS-NO-HISTORY-COUNT
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.

           COMPUTE WS-EMP-PERIOD-RATE ROUNDED =
               WS-EMP-WINDOW-GROSS / WS-HISTORY-PERIODS.
           COMPUTE WS-EMP-ACCRUAL ROUNDED =
               WS-EMP-PERIOD-RATE * WS-GRP-STUB-DAYS (WS-GRP-IDX)
             * WS-GRP-PER-YEAR (WS-GRP-IDX) / WS-YEAR-WORKDAYS.
           ADD 1 TO WS-HOURLY-COUNT.
           PERFORM 2700-ACCRUE-EMPLOYEE THRU 2700-ACCRUE-EMPLOYEE-EXIT.
       2500-CLOSE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-SWEEP-SALARIED - READ THE WHOLE EMPLOYEE MASTER IN KEY
      * SEQUENCE AND ACCRUE EVERY ACTIVE SALARIED EMPLOYEE.
      *----------------------------------------------------------------
       2600-SWEEP-SALARIED.
           MOVE 0 TO EMP-ID.
           START EMPLOYEE-MASTER KEY NOT < EMP-ID
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START.
           PERFORM 2610-SWEEP-ONE-EMPLOYEE
               THRU 2610-SWEEP-ONE-EMPLOYEE-EXIT
               UNTIL WS-SWEEP-EOF.
       2600-SWEEP-SALARIED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2610-SWEEP-ONE-EMPLOYEE - A SALARIED EMPLOYEE ACCRUES THEIR
      * ANNUAL SALARY OVER THE YEAR'S WORKDAYS FOR EACH STUB WORKDAY
      * OF THEIR PAY GROUP.  ONE HIRED AFTER THE MONTH END HAS NOTHING
      * TO ACCRUE; ONE WHOSE GROUP HAS NO PERIOD ON OR BEFORE THE
      * MONTH END IS COUNTED BUT ACCRUES NOTHING.
      *----------------------------------------------------------------
       2610-SWEEP-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD.
           IF WS-MASTER-EOF
               SET WS-SWEEP-EOF TO TRUE
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY "UNABLE TO READ EMPLOYEE MASTER ON SWEEP, "
                   "FILE STATUS " WS-MASTER-STATUS
               SET WS-SWEEP-EOF TO TRUE
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.
           IF NOT EMP-TYPE-SALARIED
               OR EMP-STAT-LEAVE OR EMP-STAT-TERMED
               OR EMP-SALARY = 0
               OR EMP-HIRE-DATE > WS-MONTH-END-DATE
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 1115-FIND-GROUP THRU 1115-FIND-GROUP-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
                  OR WS-GRP-CODE (WS-GRP-IDX) = EMP-PAY-GROUP.
           IF WS-GRP-IDX > WS-GRP-COUNT
               ADD 1 TO WS-NO-GROUP-COUNT
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.
           IF WS-GRP-END (WS-GRP-IDX, 1) = 0
               ADD 1 TO WS-NO-GROUP-COUNT
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.
           IF WS-GRP-STUB-DAYS (WS-GRP-IDX) = 0
               GO TO 2610-SWEEP-ONE-EMPLOYEE-EXIT
           END-IF.

           COMPUTE WS-EMP-PERIOD-RATE ROUNDED =
               EMP-SALARY / WS-GRP-PER-YEAR (WS-GRP-IDX).
           COMPUTE WS-EMP-ACCRUAL ROUNDED =
               EMP-SALARY * WS-GRP-STUB-DAYS (WS-GRP-IDX)
             / WS-YEAR-WORKDAYS.
           ADD 1 TO WS-SALARIED-COUNT.
           PERFORM 2700-ACCRUE-EMPLOYEE THRU 2700-ACCRUE-EMPLOYEE-EXIT.
       2610-SWEEP-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-ACCRUE-EMPLOYEE - FIGURE THE EMPLOYER TAXES ON THE
      * EMPLOYEE'S ACCRUAL, ROLL BOTH INTO THEIR DEPARTMENT AND LIST
      * THE EMPLOYEE.  THE CALLER HAS SET WS-EMP-PERIOD-RATE AND
      * WS-EMP-ACCRUAL FOR THE MASTER RECORD NOW CURRENT.
      *----------------------------------------------------------------
       2700-ACCRUE-EMPLOYEE.
           MOVE WS-EMP-ACCRUAL TO WS-CALC-GROSS.
           MOVE EMP-YTD-GROSS  TO WS-CALC-YTD-GROSS.
           CALL "ERTAXCLC" USING WS-CALC-GROSS WS-CALC-YTD-GROSS
                                 WS-CALC-ER-SS WS-CALC-ER-UI.
           COMPUTE WS-EMP-ER-TAX = WS-CALC-ER-SS + WS-CALC-ER-UI.

           PERFORM 2710-FIND-DEPT THRU 2710-FIND-DEPT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-NO (WS-DEPT-IDX) = EMP-DEPT.
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT >= 50
                   DISPLAY "ACCRUAL DEPARTMENT TABLE FULL (50) AT "
                       "DEPARTMENT " EMP-DEPT ", RUN STOPPED - "
                       "NOTHING WAS JOURNALED OR LOGGED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE EMP-DEPT TO WS-DEPT-NO        (WS-DEPT-IDX)
               MOVE 0        TO WS-DEPT-HEADCOUNT (WS-DEPT-IDX)
               MOVE 0        TO WS-DEPT-WAGES     (WS-DEPT-IDX)
               MOVE 0        TO WS-DEPT-ER-TAX    (WS-DEPT-IDX)
           END-IF.
           ADD 1              TO WS-DEPT-HEADCOUNT (WS-DEPT-IDX).
           ADD WS-EMP-ACCRUAL TO WS-DEPT-WAGES     (WS-DEPT-IDX).
           ADD WS-EMP-ER-TAX  TO WS-DEPT-ER-TAX    (WS-DEPT-IDX).
           ADD WS-EMP-ACCRUAL TO WS-TOT-WAGES.
           ADD WS-EMP-ER-TAX  TO WS-TOT-ER-TAX.

           MOVE EMP-ID             TO DL-EMPLOYEE-ID.
           MOVE EMP-NAME           TO DL-NAME.
           MOVE EMP-DEPT           TO DL-DEPT.
           MOVE EMP-PAY-TYPE       TO DL-PAY-TYPE.
           MOVE WS-EMP-PERIOD-RATE TO DL-PERIOD-RATE.
           MOVE WS-EMP-ACCRUAL     TO DL-ACCRUAL.
           MOVE WS-EMP-ER-TAX      TO DL-ER-TAX.
           WRITE ACCRUAL-REPORT-LINE FROM DETAIL-LINE.
       2700-ACCRUE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2710-FIND-DEPT - EMPTY PARAGRAPH DRIVEN BY THE PERFORM VARYING
      * ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       2710-FIND-DEPT.
           CONTINUE.
       2710-FIND-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-ACCRUAL - WRITE THE MONTH'S ACCRUAL JOURNAL, FOUR
      * LINES A DEPARTMENT - WAGES AND EMPLOYER TAX EXPENSE DEBITED,
      * THE ACCRUED LIABILITIES CREDITED - TO ACCRGL, THE REPORT AND
      * THE LOG, THEN THE LOG'S "M" RECORD CLOSING THE MONTH.  THE
      * REVERSAL HAS ALREADY OPENED THE LOG.
      *----------------------------------------------------------------
       3000-WRITE-ACCRUAL.
           MOVE "ACCRUAL JOURNAL" TO SL-TITLE.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-SECTION-LINE.
           PERFORM 3010-WRITE-ONE-DEPT THRU 3010-WRITE-ONE-DEPT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           MOVE "ACCRUAL DEBITS"  TO TI-LABEL.
           MOVE WS-JOURNAL-DR     TO TI-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-ITEM-LINE.
           MOVE "ACCRUAL CREDITS" TO TI-LABEL.
           MOVE WS-JOURNAL-CR     TO TI-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-ITEM-LINE.
           IF WS-JOURNAL-DR NOT = WS-JOURNAL-CR
               DISPLAY "*** ACCRUAL JOURNAL OUT OF BALANCE, DEBITS "
                   WS-JOURNAL-DR " CREDITS " WS-JOURNAL-CR
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES             TO ACCRUAL-LOG-RECORD.
           MOVE WS-MONTH-KEY-N     TO AL-MONTH.
           SET AL-TYPE-MONTH       TO TRUE.
           MOVE WS-RUN-DATE-N      TO AL-RUN-DATE.
           MOVE 0                  TO AL-DEPT.
           MOVE WS-TOT-WAGES       TO AL-AMOUNT.
           MOVE WS-STUB-DAYS       TO AL-STUB-DAYS.
           WRITE ACCRUAL-LOG-RECORD.
       3000-WRITE-ACCRUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3010-WRITE-ONE-DEPT - ONE DEPARTMENT'S FOUR ACCRUAL LINES.
      *----------------------------------------------------------------
       3010-WRITE-ONE-DEPT.
           MOVE WS-DEPT-NO (WS-DEPT-IDX) TO GL-DEPT.

           MOVE "PAYROLL EXPENSE"          TO GL-ACCOUNT-NAME.
           MOVE "DR"                       TO GL-DR-CR.
           MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO WS-LINE-AMOUNT.
           PERFORM 3020-WRITE-ACCRUAL-LINE
               THRU 3020-WRITE-ACCRUAL-LINE-EXIT.

           MOVE "ACCRUED WAGES PAYABLE"    TO GL-ACCOUNT-NAME.
           MOVE "CR"                       TO GL-DR-CR.
           MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO WS-LINE-AMOUNT.
           PERFORM 3020-WRITE-ACCRUAL-LINE
               THRU 3020-WRITE-ACCRUAL-LINE-EXIT.

           MOVE "EMPLOYER TAX EXPENSE"     TO GL-ACCOUNT-NAME.
           MOVE "DR"                       TO GL-DR-CR.
           MOVE WS-DEPT-ER-TAX (WS-DEPT-IDX) TO WS-LINE-AMOUNT.
           PERFORM 3020-WRITE-ACCRUAL-LINE
               THRU 3020-WRITE-ACCRUAL-LINE-EXIT.

           MOVE "ACCRUED PAYROLL TAXES"    TO GL-ACCOUNT-NAME.
           MOVE "CR"                       TO GL-DR-CR.
           MOVE WS-DEPT-ER-TAX (WS-DEPT-IDX) TO WS-LINE-AMOUNT.
           PERFORM 3020-WRITE-ACCRUAL-LINE
               THRU 3020-WRITE-ACCRUAL-LINE-EXIT.
       3010-WRITE-ONE-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3020-WRITE-ACCRUAL-LINE - WRITE THE JOURNAL LINE SET UP IN
      * GL-JOURNAL-LINE FOR WS-LINE-AMOUNT TO ACCRGL, THE REPORT AND
      * THE LOG.
      *----------------------------------------------------------------
       3020-WRITE-ACCRUAL-LINE.
           MOVE WS-LINE-AMOUNT TO GL-AMOUNT.
           WRITE ACCRUAL-GL-LINE FROM GL-JOURNAL-LINE.
           IF GL-DR-CR = "DR"
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-DR
           ELSE
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-CR
           END-IF.

           MOVE GL-DEPT         TO JL-DEPT.
           MOVE GL-ACCOUNT-NAME TO JL-ACCOUNT.
           MOVE GL-DR-CR        TO JL-DR-CR.
           MOVE WS-LINE-AMOUNT  TO JL-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM JOURNAL-RPT-LINE.

           MOVE SPACES          TO ACCRUAL-LOG-RECORD.
           MOVE WS-MONTH-KEY-N  TO AL-MONTH.
           SET AL-TYPE-ACCRUAL  TO TRUE.
           MOVE WS-RUN-DATE-N   TO AL-RUN-DATE.
           MOVE GL-DEPT         TO AL-DEPT.
           MOVE GL-ACCOUNT-NAME TO AL-ACCOUNT.
           MOVE GL-DR-CR        TO AL-DR-CR.
           MOVE WS-LINE-AMOUNT  TO AL-AMOUNT.
           MOVE 0               TO AL-STUB-DAYS.
           WRITE ACCRUAL-LOG-RECORD.
       3020-WRITE-ACCRUAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WRITE-REVERSAL - REVERSE THE LAST MONTH'S ACCRUAL IF IT
      * IS STILL OUTSTANDING: EACH OF ITS LINES AGAIN WITH DEBIT AND
      * CREDIT SWAPPED, TO ACCRGL AND THE REPORT, LOGGED AS "R" UNDER
      * THE MONTH IT REVERSES.  IT RUNS AHEAD OF THE MONTH'S OWN
      * ACCRUAL, SO THE LOG IS OPENED HERE, AFTER EVERY REFUSAL HAS
      * HAD ITS CHANCE.
      *----------------------------------------------------------------
       3100-WRITE-REVERSAL.
           IF WS-LOG-FOUND
               OPEN EXTEND ACCRUAL-LOG
           ELSE
               OPEN OUTPUT ACCRUAL-LOG
           END-IF.

           IF WS-REV-COUNT = 0 OR WS-REV-DONE
               OR WS-REV-MONTH NOT < WS-MONTH-KEY-N
               MOVE "NO PRIOR ACCRUAL OUTSTANDING TO REVERSE"
                   TO SL-TITLE
               WRITE ACCRUAL-REPORT-LINE FROM RPT-SECTION-LINE
               GO TO 3100-WRITE-REVERSAL-EXIT
           END-IF.

           MOVE SPACES TO SL-TITLE.
           STRING "REVERSAL OF THE " DELIMITED BY SIZE
                  WS-REV-MONTH       DELIMITED BY SIZE
                  " ACCRUAL"         DELIMITED BY SIZE
               INTO SL-TITLE.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-SECTION-LINE.
           PERFORM 3110-REVERSE-ONE-LINE THRU 3110-REVERSE-ONE-LINE-EXIT
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT.

           MOVE "REVERSAL DEBITS"  TO TI-LABEL.
           MOVE WS-REVERSAL-DR     TO TI-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-ITEM-LINE.
           MOVE "REVERSAL CREDITS" TO TI-LABEL.
           MOVE WS-REVERSAL-CR     TO TI-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-ITEM-LINE.
           IF WS-REVERSAL-DR NOT = WS-REVERSAL-CR
               DISPLAY "*** REVERSAL OF " WS-REV-MONTH
                   " OUT OF BALANCE, DEBITS " WS-REVERSAL-DR
                   " CREDITS " WS-REVERSAL-CR
               MOVE 8 TO RETURN-CODE
           END-IF.
       3100-WRITE-REVERSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-REVERSE-ONE-LINE - ONE LINE OF THE REVERSING ENTRY.
      *----------------------------------------------------------------
       3110-REVERSE-ONE-LINE.
           MOVE WS-REV-DEPT    (WS-REV-IDX) TO GL-DEPT.
           MOVE WS-REV-ACCOUNT (WS-REV-IDX) TO GL-ACCOUNT-NAME.
           MOVE WS-REV-AMOUNT  (WS-REV-IDX) TO GL-AMOUNT.
           IF WS-REV-DR-CR (WS-REV-IDX) = "DR"
               MOVE "CR" TO GL-DR-CR
               ADD WS-REV-AMOUNT (WS-REV-IDX) TO WS-REVERSAL-CR
           ELSE
               MOVE "DR" TO GL-DR-CR
               ADD WS-REV-AMOUNT (WS-REV-IDX) TO WS-REVERSAL-DR
           END-IF.
           WRITE ACCRUAL-GL-LINE FROM GL-JOURNAL-LINE.

           MOVE GL-DEPT         TO JL-DEPT.
           MOVE GL-ACCOUNT-NAME TO JL-ACCOUNT.
           MOVE GL-DR-CR        TO JL-DR-CR.
           MOVE WS-REV-AMOUNT (WS-REV-IDX) TO JL-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM JOURNAL-RPT-LINE.

           MOVE SPACES          TO ACCRUAL-LOG-RECORD.
           MOVE WS-REV-MONTH    TO AL-MONTH.
           SET AL-TYPE-REVERSAL TO TRUE.
           MOVE WS-RUN-DATE-N   TO AL-RUN-DATE.
           MOVE GL-DEPT         TO AL-DEPT.
           MOVE GL-ACCOUNT-NAME TO AL-ACCOUNT.
           MOVE GL-DR-CR        TO AL-DR-CR.
           MOVE WS-REV-AMOUNT (WS-REV-IDX) TO AL-AMOUNT.
           MOVE 0               TO AL-STUB-DAYS.
           WRITE ACCRUAL-LOG-RECORD.
       3110-REVERSE-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-FINALIZE - PRINT THE RUN TOTALS AND CLOSE EVERYTHING.
      *----------------------------------------------------------------
       3900-FINALIZE.
           MOVE "RUN TOTALS" TO SL-TITLE.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE "HOURLY EMPLOYEES ACCRUED"       TO TC-LABEL.
           MOVE WS-HOURLY-COUNT                  TO TC-COUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-COUNT-LINE.
           MOVE "SALARIED EMPLOYEES ACCRUED"     TO TC-LABEL.
           MOVE WS-SALARIED-COUNT                TO TC-COUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-COUNT-LINE.
           MOVE "HOURLY WITH NO RECENT PAY, NOT ACCRUED" TO TC-LABEL.
           MOVE WS-NO-HISTORY-COUNT              TO TC-COUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-COUNT-LINE.
           MOVE "PAY GROUP WITH NO PERIOD, NOT ACCRUED" TO TC-LABEL.
           MOVE WS-NO-GROUP-COUNT                TO TC-COUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-COUNT-LINE.
           MOVE "ACCRUED WAGES"                  TO TI-LABEL.
           MOVE WS-TOT-WAGES                     TO TI-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-ITEM-LINE.
           MOVE "ACCRUED EMPLOYER TAXES"         TO TI-LABEL.
           MOVE WS-TOT-ER-TAX                    TO TI-AMOUNT.
           WRITE ACCRUAL-REPORT-LINE FROM TOTAL-ITEM-LINE.

           CLOSE PAY-HISTORY-FILE EMPLOYEE-MASTER ACCRUAL-LOG
                 ACCRUAL-GL-FILE ACCRUAL-REPORT.

           DISPLAY "WAGEACCR COMPLETE, MONTH " WS-MONTH-KEY-N
               ", UP TO " WS-STUB-DAYS " STUB WORKDAYS, WAGES "
               WS-TOT-WAGES " EMPLOYER TAX " WS-TOT-ER-TAX.
       3900-FINALIZE-EXIT.
           EXIT.
