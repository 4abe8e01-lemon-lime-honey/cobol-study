      *================================================================
      *  PROGRAM-ID   : QTRTAX
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     QUARTERLY EMPLOYER TAX RETURN AND STATE UNEMPLOYMENT WAGE
      *     LISTING.  THE MASTER CARRIES ONLY YEAR-TO-DATE FIGURES, SO
      *     THE QUARTER IS REBUILT FROM THE PERMANENT PAYHIST FILE:
      *     EVERY ENTRY WHOSE PH-PERIOD-END FALLS IN THE QUARTER NAMED
      *     ON THE QTRRUN CARD IS TOTALED PER EMPLOYEE - REGULAR AND
      *     MANUAL ENTRIES ADD, VOIDS SUBTRACT, THE SAME ARITHMETIC
      *     GLPROOF CARRIES.  THE RUN PRODUCES:
      *        - THE QTRRPT RETURN WORKSHEET - WAGES, WITHHOLDING AND
      *          THE EMPLOYER SOCIAL SECURITY AND UNEMPLOYMENT TAX FOR
      *          THE QUARTER,
      *        - THE QTRWAGE STATE WAGE LISTING, ONE LINE PER EMPLOYEE
      *          SPLITTING THE QUARTER'S UI-TAXABLE WAGES FROM THE
      *          WAGES OVER THE UNEMPLOYMENT WAGE BASE,
      *        - AND THE QTRSTATE FIXED-FORMAT EXPORT FOR THE STATE
      *          (ONE DETAIL PER EMPLOYEE PLUS A BALANCING TRAILER,
      *          LIKE THE DDEXPORT FEED).
      *     THE EMPLOYER TAXES ARE REFIGURED THROUGH ERTAXCLC FROM THE
      *     QUARTER'S WAGES AND THE YEAR'S WAGES BEFORE THE QUARTER,
      *     SO AN EMPLOYEE WHO TOPPED OUT EARLIER IN THE YEAR OWES
      *     NOTHING MORE AND ONE WHO TOPS OUT MID-QUARTER OWES ON THE
      *     REMAINDER ONLY.  THE RUN REFUSES TO START OVER A PAYROLL
      *     THAT IS MID-CHECKPOINT - THE HISTORY IS STILL MOVING.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    401(K) PLAN.  THE WORKSHEET'S WAGES, TIPS
      *                   AND OTHER COMPENSATION NOW EXCLUDE THE
      *                   QUARTER'S PRE-TAX DEFERRALS (PH-DEFERRAL),
      *                   SHOWN ON THEIR OWN LINE; THE SOCIAL SECURITY
      *                   AND UNEMPLOYMENT WAGES STAY ON FULL GROSS.
      *                   TRACKED THE PAYROLL DRIVER'S CHECKPOINT
      *                   RECORD GROWING TO 58 BYTES.
      *  2026-10-15 DO    THE QTRSTATE TRAILER NOW CARRIES ITS OWN
      *                   TOTALS OF THE DETAIL RECORDS ACTUALLY
      *                   EXPORTED, SO AN EMPLOYEE HELD BACK FOR
      *                   NETTING BELOW ZERO NO LONGER LEAVES WAGES
      *                   IN THE TRAILER WITH NO DETAIL BEHIND THEM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
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
           SELECT QTR-RUN-CONTROL     ASSIGN TO "QTRRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RESTART-CONTROL     ASSIGN TO "RESTART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
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
           SELECT RETURN-WORKSHEET    ASSIGN TO "QTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAGE-LISTING        ASSIGN TO "QTRWAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-EXPORT-FILE   ASSIGN TO "QTRSTATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-RUN-CONTROL
           RECORD CONTAINS 5 CHARACTERS.
       01  QTR-RUN-CARD.
           05  QR-YEAR                   PIC 9(04).
           05  QR-QUARTER                PIC 9(01).
               88  QR-QUARTER-VALID                VALUE 1 THRU 4.

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

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  RETURN-WORKSHEET
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-WORKSHEET-LINE        PIC X(80).

       FD  WAGE-LISTING
           RECORD CONTAINS 80 CHARACTERS.
       01  WAGE-LISTING-LINE            PIC X(80).

       FD  STATE-EXPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATE-EXPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * STATE UNEMPLOYMENT WAGE BASE - THE LISTING SPLITS EACH
      * EMPLOYEE'S WAGES AT THIS FIGURE.  IT MUST AGREE WITH
      * ER-UI-WAGE-BASE IN ERTAXCLC, WHICH FIGURES THE TAX ITSELF.
      *----------------------------------------------------------------
       01  QT-UI-WAGE-BASE              PIC 9(07)    VALUE 0007000.

       01  WS-RUNCTL-STATUS             PIC X(02).
           88  WS-RUNCTL-OK                          VALUE "00".
       01  WS-RESTART-STATUS            PIC X(02).
           88  WS-RESTART-STATUS-OK                  VALUE "00".
       01  WS-HISTORY-STATUS            PIC X(02).
           88  WS-HISTORY-OK                         VALUE "00".
           88  WS-HISTORY-EOF                        VALUE "10".
       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".

       01  WS-HIST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-EMP-IN-QTR-SW             PIC X(01)   VALUE 'N'.
           88  WS-EMP-IN-QTR                        VALUE 'Y'.

       01  WS-QUARTER                   PIC 9(01).

      *----------------------------------------------------------------
      * QUARTER-END MONTH AND DAY BY QUARTER.
      *----------------------------------------------------------------
       01  WS-QTR-END-VALUES.
           05  FILLER                    PIC X(16) VALUE
               "0331063009301231".
       01  WS-QTR-END-TABLE REDEFINES WS-QTR-END-VALUES.
           05  WS-QTR-END-MMDD OCCURS 4 TIMES PIC 9(04).

       01  WS-YEAR-START.
           05  WS-YS-YEAR                PIC 9(04).
           05  WS-YS-MMDD                PIC 9(04).
       01  WS-YEAR-START-DATE REDEFINES WS-YEAR-START PIC 9(08).
       01  WS-QTR-START.
           05  WS-QS-YEAR                PIC 9(04).
           05  WS-QS-MONTH               PIC 9(02).
           05  WS-QS-DAY                 PIC 9(02).
       01  WS-QTR-START-DATE REDEFINES WS-QTR-START PIC 9(08).
       01  WS-QTR-END.
           05  WS-QE-YEAR                PIC 9(04).
           05  WS-QE-MMDD                PIC 9(04).
       01  WS-QTR-END-DATE REDEFINES WS-QTR-END PIC 9(08).

      *----------------------------------------------------------------
      * THE EMPLOYEE NOW BEING TOTALED - PAYHIST IS READ IN KEY
      * ORDER, SO ONE EMPLOYEE'S ENTRIES ARRIVE TOGETHER.
      *----------------------------------------------------------------
       01  WS-CUR-EMP-ID                PIC 9(06)   VALUE 0.
       01  WS-EMP-YTD-BEFORE            PIC S9(09)V99 VALUE 0.
       01  WS-EMP-QTR-GROSS             PIC S9(09)V99 VALUE 0.
       01  WS-EMP-QTR-TAX               PIC S9(09)V99 VALUE 0.
       01  WS-EMP-UI-TAXABLE            PIC S9(09)V99 VALUE 0.
       01  WS-EMP-EXCESS                PIC S9(09)V99 VALUE 0.
       01  WS-BASE-REMAINING            PIC S9(09)V99 VALUE 0.

      *    ERTAXCLC PARAMETER AREAS - UNSIGNED, AS THE SUBPROGRAM
      *    DECLARES THEM.
       01  WS-CALC-GROSS                PIC 9(07)V99.
       01  WS-CALC-YTD-GROSS            PIC 9(09)V99.
       01  WS-CALC-ER-SS                PIC 9(07)V99.
       01  WS-CALC-ER-UI                PIC 9(07)V99.

       01  WS-ENTRY-COUNT               PIC 9(07)   VALUE 0.
       01  WS-EMPLOYEE-COUNT            PIC 9(06)   VALUE 0.
       01  WS-NEGATIVE-COUNT            PIC 9(05)   VALUE 0.
       01  WS-TOT-WAGES                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DEFERRAL              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-COMPENSATION          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-TAX                   PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ER-SS                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ER-UI                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-UI-TAXABLE            PIC S9(11)V99 VALUE 0.
       01  WS-TOT-EXCESS                PIC S9(11)V99 VALUE 0.

      *    QTRSTATE TRAILER TOTALS - ONLY THE EMPLOYEES EXPORTED, SO
      *    THE TRAILER BALANCES TO THE DETAIL RECORDS.
       01  WS-EXP-COUNT                 PIC 9(06)   VALUE 0.
       01  WS-EXP-WAGES                 PIC 9(11)V99 VALUE 0.
       01  WS-EXP-UI-TAXABLE            PIC 9(11)V99 VALUE 0.
       01  WS-EXP-EXCESS                PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
           05  WS-RUN-DAY                PIC 9(02).
       01  WS-RUN-DATE-DISPLAY.
           05  WS-RUN-DATE-MONTH         PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-RUN-DATE-DAY           PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-RUN-DATE-YEAR          PIC 9(04).

       01  RPT-HEADING-LINE-1.
           05  FILLER                    PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
           05  HL1-TITLE                 PIC X(30).
           05  FILLER                    PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE               PIC X(10).

       01  RPT-QUARTER-LINE.
           05  FILLER                    PIC X(05) VALUE "YEAR ".
           05  QL-YEAR                   PIC 9(04).
           05  FILLER                    PIC X(10) VALUE
               "  QUARTER ".
           05  QL-QUARTER                PIC 9(01).
           05  FILLER                    PIC X(17) VALUE
               "  PERIODS ENDING ".
           05  QL-QTR-START              PIC 9(08).
           05  FILLER                    PIC X(06) VALUE " THRU ".
           05  QL-QTR-END                PIC 9(08).

       01  WORKSHEET-ITEM-LINE.
           05  WI-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WI-AMOUNT                 PIC ---,---,---,--9.99.

       01  WORKSHEET-COUNT-LINE.
           05  WC-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WC-COUNT                  PIC ZZZ,ZZ9.

       01  WAGE-HEADING-LINE-2.
           05  FILLER                    PIC X(08) VALUE
               " EMP-ID ".
           05  FILLER                    PIC X(22) VALUE
               "NAME".
           05  FILLER                    PIC X(14) VALUE
               "QTR WAGES".
           05  FILLER                    PIC X(14) VALUE
               "UI TAXABLE".
           05  FILLER                    PIC X(14) VALUE
               "EXCESS".

       01  WAGE-DETAIL-LINE.
           05  WD-EMPLOYEE-ID            PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WD-NAME                   PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WD-WAGES                  PIC -,---,--9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WD-UI-TAXABLE             PIC -,---,--9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WD-EXCESS                 PIC -,---,--9.99.

       01  WAGE-TOTAL-LINE.
           05  FILLER                    PIC X(08) VALUE
               "TOTAL  ".
           05  WT-EMPLOYEE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15) VALUE
               " EMPLOYEES".
           05  WT-WAGES                  PIC ---,---,--9.99.
           05  WT-UI-TAXABLE             PIC ---,---,--9.99.
           05  WT-EXCESS                 PIC ---,---,--9.99.

       01  STATE-EXPORT-DETAIL.
           05  FILLER                    PIC X(01) VALUE "D".
           05  SX-YEAR                   PIC 9(04).
           05  SX-QUARTER                PIC 9(01).
           05  SX-EMP-ID                 PIC 9(06).
           05  SX-NAME                   PIC X(20).
           05  SX-WAGES                  PIC 9(09)V99.
           05  SX-UI-TAXABLE             PIC 9(09)V99.
           05  SX-EXCESS                 PIC 9(09)V99.

       01  STATE-EXPORT-TRAILER.
           05  FILLER                    PIC X(01) VALUE "T".
           05  ST-YEAR                   PIC 9(04).
           05  ST-QUARTER                PIC 9(01).
           05  ST-EMPLOYEE-COUNT         PIC 9(06).
           05  ST-TOTAL-WAGES            PIC 9(11)V99.
           05  ST-TOTAL-UI-TAXABLE       PIC 9(11)V99.
           05  ST-TOTAL-EXCESS           PIC 9(11)V99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-HISTORY THRU 2000-SCAN-HISTORY-EXIT
               UNTIL WS-HIST-EOF.
           IF WS-CUR-EMP-ID NOT = 0
               PERFORM 2500-CLOSE-EMPLOYEE
                   THRU 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE QTRRUN CARD, REFUSE TO RUN OVER AN
      * IN-FLIGHT PAYROLL, WORK OUT THE QUARTER'S DATE RANGE, OPEN
      * EVERYTHING AND PRINT THE HEADINGS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT QTR-RUN-CONTROL.
           IF NOT WS-RUNCTL-OK
               DISPLAY "RUN-CONTROL FILE QTRRUN NOT FOUND, FILE "
                   "STATUS " WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           READ QTR-RUN-CONTROL
               AT END
                   DISPLAY "RUN-CONTROL FILE QTRRUN IS EMPTY"
                   CLOSE QTR-RUN-CONTROL
                   STOP RUN
           END-READ.
           IF QR-YEAR NOT NUMERIC OR QR-YEAR < 1900
               OR QR-QUARTER NOT NUMERIC OR NOT QR-QUARTER-VALID
               DISPLAY "QTRRUN CARD MUST CARRY A YEAR AND A QUARTER "
                   "1-4, GOT " QTR-RUN-CARD
               CLOSE QTR-RUN-CONTROL
               STOP RUN
           END-IF.
           MOVE QR-QUARTER TO WS-QUARTER.
           MOVE QR-YEAR    TO WS-YS-YEAR WS-QS-YEAR WS-QE-YEAR.
           CLOSE QTR-RUN-CONTROL.

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
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RESTART-CONTROL
           END-IF.

           MOVE 0101 TO WS-YS-MMDD.
           COMPUTE WS-QS-MONTH = (WS-QUARTER - 1) * 3 + 1.
           MOVE 01   TO WS-QS-DAY.
           MOVE WS-QTR-END-MMDD (WS-QUARTER) TO WS-QE-MMDD.

           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               DISPLAY "PAY HISTORY FILE NOT FOUND, FILE STATUS "
                   WS-HISTORY-STATUS ", NOTHING TO REPORT"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-WORKSHEET
                OUTPUT WAGE-LISTING
                OUTPUT STATE-EXPORT-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           MOVE QR-YEAR           TO QL-YEAR.
           MOVE WS-QUARTER        TO QL-QUARTER.
           MOVE WS-QTR-START-DATE TO QL-QTR-START.
           MOVE WS-QTR-END-DATE   TO QL-QTR-END.

           MOVE "QUARTERLY EMPLOYER TAX RETURN" TO HL1-TITLE.
           WRITE RETURN-WORKSHEET-LINE FROM RPT-HEADING-LINE-1.
           WRITE RETURN-WORKSHEET-LINE FROM RPT-QUARTER-LINE.

           MOVE "STATE UI WAGE LISTING" TO HL1-TITLE.
           WRITE WAGE-LISTING-LINE FROM RPT-HEADING-LINE-1.
           WRITE WAGE-LISTING-LINE FROM RPT-QUARTER-LINE.
           WRITE WAGE-LISTING-LINE FROM WAGE-HEADING-LINE-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-HISTORY - READ ONE PAYHIST ENTRY AND ROLL IT INTO
      * THE CURRENT EMPLOYEE'S TOTALS.  A NEW EMPLOYEE ID CLOSES OUT
      * THE PREVIOUS ONE FIRST.  ENTRIES OUTSIDE THE YEAR ARE PASSED
      * OVER; ENTRIES EARLIER IN THE YEAR THAN THE QUARTER ONLY BUILD
      * THE WAGES-BEFORE-THE-QUARTER FIGURE THE WAGE BASES ARE
      * MEASURED FROM.
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
               STOP RUN
           END-IF.

           IF PH-EMP-ID NOT = WS-CUR-EMP-ID
               IF WS-CUR-EMP-ID NOT = 0
                   PERFORM 2500-CLOSE-EMPLOYEE
                       THRU 2500-CLOSE-EMPLOYEE-EXIT
               END-IF
               MOVE PH-EMP-ID TO WS-CUR-EMP-ID
               MOVE 0   TO WS-EMP-YTD-BEFORE
               MOVE 0   TO WS-EMP-QTR-GROSS
               MOVE 0   TO WS-EMP-QTR-TAX
               MOVE 'N' TO WS-EMP-IN-QTR-SW
           END-IF.

           IF PH-PERIOD-END < WS-YEAR-START-DATE
               OR PH-PERIOD-END > WS-QTR-END-DATE
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF.

           IF PH-PERIOD-END < WS-QTR-START-DATE
               IF PH-TYPE-VOID
                   SUBTRACT PH-GROSS-PAY FROM WS-EMP-YTD-BEFORE
               ELSE
                   ADD PH-GROSS-PAY TO WS-EMP-YTD-BEFORE
               END-IF
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF.

           ADD 1 TO WS-ENTRY-COUNT.
           SET WS-EMP-IN-QTR TO TRUE.
           IF PH-TYPE-VOID
               SUBTRACT PH-GROSS-PAY FROM WS-EMP-QTR-GROSS
               SUBTRACT PH-TAX       FROM WS-EMP-QTR-TAX
               SUBTRACT PH-DEFERRAL  FROM WS-TOT-DEFERRAL
           ELSE
               ADD PH-GROSS-PAY TO WS-EMP-QTR-GROSS
               ADD PH-TAX       TO WS-EMP-QTR-TAX
               ADD PH-DEFERRAL  TO WS-TOT-DEFERRAL
           END-IF.
       2000-SCAN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CLOSE-EMPLOYEE - ONE EMPLOYEE'S QUARTER IS COMPLETE.
      * FIGURE THE EMPLOYER TAXES THROUGH ERTAXCLC, SPLIT THE WAGES AT
      * THE UNEMPLOYMENT WAGE BASE, AND LIST AND EXPORT THE EMPLOYEE.
      * AN EMPLOYEE WITH NO ENTRY IN THE QUARTER IS NOT LISTED; ONE
      * WHOSE QUARTER NETS BELOW ZERO (A VOID WITH NO ORIGINAL IN THE
      * QUARTER) IS LISTED FOR RESEARCH BUT NOT EXPORTED, AND THE RUN
      * ENDS WITH A NONZERO CONDITION CODE.
      *----------------------------------------------------------------
       2500-CLOSE-EMPLOYEE.
           IF NOT WS-EMP-IN-QTR
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.

           MOVE WS-CUR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO EMP-NAME
           END-READ.

           IF WS-EMP-YTD-BEFORE > 0
               MOVE WS-EMP-YTD-BEFORE TO WS-CALC-YTD-GROSS
           ELSE
               MOVE 0 TO WS-CALC-YTD-GROSS
           END-IF.

           IF WS-EMP-QTR-GROSS > 0
               MOVE WS-EMP-QTR-GROSS TO WS-CALC-GROSS
               CALL "ERTAXCLC" USING WS-CALC-GROSS WS-CALC-YTD-GROSS
                                     WS-CALC-ER-SS WS-CALC-ER-UI
               COMPUTE WS-BASE-REMAINING =
                   QT-UI-WAGE-BASE - WS-CALC-YTD-GROSS
               IF WS-BASE-REMAINING < 0
                   MOVE 0 TO WS-BASE-REMAINING
               END-IF
               IF WS-EMP-QTR-GROSS > WS-BASE-REMAINING
                   MOVE WS-BASE-REMAINING TO WS-EMP-UI-TAXABLE
               ELSE
                   MOVE WS-EMP-QTR-GROSS  TO WS-EMP-UI-TAXABLE
               END-IF
           ELSE
               MOVE 0 TO WS-CALC-ER-SS
               MOVE 0 TO WS-CALC-ER-UI
               MOVE 0 TO WS-EMP-UI-TAXABLE
           END-IF.
           COMPUTE WS-EMP-EXCESS =
               WS-EMP-QTR-GROSS - WS-EMP-UI-TAXABLE.

           ADD 1                 TO WS-EMPLOYEE-COUNT.
           ADD WS-EMP-QTR-GROSS  TO WS-TOT-WAGES.
           ADD WS-EMP-QTR-TAX    TO WS-TOT-TAX.
           ADD WS-CALC-ER-SS     TO WS-TOT-ER-SS.
           ADD WS-CALC-ER-UI     TO WS-TOT-ER-UI.
           ADD WS-EMP-UI-TAXABLE TO WS-TOT-UI-TAXABLE.
           ADD WS-EMP-EXCESS     TO WS-TOT-EXCESS.

           MOVE WS-CUR-EMP-ID     TO WD-EMPLOYEE-ID.
           MOVE EMP-NAME          TO WD-NAME.
           MOVE WS-EMP-QTR-GROSS  TO WD-WAGES.
           MOVE WS-EMP-UI-TAXABLE TO WD-UI-TAXABLE.
           MOVE WS-EMP-EXCESS     TO WD-EXCESS.
           WRITE WAGE-LISTING-LINE FROM WAGE-DETAIL-LINE.

           IF WS-EMP-QTR-GROSS < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               DISPLAY "*** EMPLOYEE " WS-CUR-EMP-ID
                   " QUARTER WAGES NET BELOW ZERO, NOT EXPORTED"
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.

           MOVE QR-YEAR           TO SX-YEAR.
           MOVE WS-QUARTER        TO SX-QUARTER.
           MOVE WS-CUR-EMP-ID     TO SX-EMP-ID.
           MOVE EMP-NAME          TO SX-NAME.
           MOVE WS-EMP-QTR-GROSS  TO SX-WAGES.
           MOVE WS-EMP-UI-TAXABLE TO SX-UI-TAXABLE.
           MOVE WS-EMP-EXCESS     TO SX-EXCESS.
           WRITE STATE-EXPORT-LINE FROM STATE-EXPORT-DETAIL.
           ADD 1                 TO WS-EXP-COUNT.
           ADD WS-EMP-QTR-GROSS  TO WS-EXP-WAGES.
           ADD WS-EMP-UI-TAXABLE TO WS-EXP-UI-TAXABLE.
           ADD WS-EMP-EXCESS     TO WS-EXP-EXCESS.
       2500-CLOSE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FINALIZE - PRINT THE RETURN WORKSHEET AND THE LISTING
      * TOTALS, WRITE THE EXPORT TRAILER AND CLOSE EVERYTHING.
      *----------------------------------------------------------------
       3000-FINALIZE.
           MOVE "EMPLOYEES PAID IN THE QUARTER"  TO WC-LABEL.
           MOVE WS-EMPLOYEE-COUNT                TO WC-COUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-COUNT-LINE.
           MOVE "PAY HISTORY ENTRIES IN THE QUARTER" TO WC-LABEL.
           MOVE WS-ENTRY-COUNT                   TO WC-COUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-COUNT-LINE.

      *    THE 401(K) DEFERRAL IS PRE-TAX FOR INCOME TAX ONLY, SO IT
      *    COMES OUT OF THE COMPENSATION FIGURE BUT NOT OUT OF THE
      *    SOCIAL SECURITY OR UNEMPLOYMENT WAGES.
           COMPUTE WS-TOT-COMPENSATION = WS-TOT-WAGES - WS-TOT-DEFERRAL.
           MOVE "GROSS WAGES PAID"               TO WI-LABEL.
           MOVE WS-TOT-WAGES                     TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "LESS PRE-TAX 401(K) DEFERRALS"  TO WI-LABEL.
           MOVE WS-TOT-DEFERRAL                  TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "WAGES, TIPS AND OTHER COMPENSATION" TO WI-LABEL.
           MOVE WS-TOT-COMPENSATION              TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "INCOME TAX WITHHELD"            TO WI-LABEL.
           MOVE WS-TOT-TAX                       TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "EMPLOYER SOCIAL SECURITY TAX"   TO WI-LABEL.
           MOVE WS-TOT-ER-SS                     TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "UI TAXABLE WAGES"               TO WI-LABEL.
           MOVE WS-TOT-UI-TAXABLE                TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "WAGES OVER THE UI WAGE BASE"    TO WI-LABEL.
           MOVE WS-TOT-EXCESS                    TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.
           MOVE "EMPLOYER UNEMPLOYMENT TAX"      TO WI-LABEL.
           MOVE WS-TOT-ER-UI                     TO WI-AMOUNT.
           WRITE RETURN-WORKSHEET-LINE FROM WORKSHEET-ITEM-LINE.

           MOVE WS-EMPLOYEE-COUNT TO WT-EMPLOYEE-COUNT.
           MOVE WS-TOT-WAGES      TO WT-WAGES.
           MOVE WS-TOT-UI-TAXABLE TO WT-UI-TAXABLE.
           MOVE WS-TOT-EXCESS     TO WT-EXCESS.
           WRITE WAGE-LISTING-LINE FROM WAGE-TOTAL-LINE.

           MOVE QR-YEAR            TO ST-YEAR.
           MOVE WS-QUARTER         TO ST-QUARTER.
           MOVE WS-EXP-COUNT       TO ST-EMPLOYEE-COUNT.
           MOVE WS-EXP-WAGES       TO ST-TOTAL-WAGES.
           MOVE WS-EXP-UI-TAXABLE  TO ST-TOTAL-UI-TAXABLE.
           MOVE WS-EXP-EXCESS      TO ST-TOTAL-EXCESS.
           WRITE STATE-EXPORT-LINE FROM STATE-EXPORT-TRAILER.

           CLOSE PAY-HISTORY-FILE EMPLOYEE-MASTER RETURN-WORKSHEET
                 WAGE-LISTING STATE-EXPORT-FILE.

           DISPLAY "QTRTAX COMPLETE, " QR-YEAR " QUARTER " WS-QUARTER
               ", " WS-EMPLOYEE-COUNT " EMPLOYEES, WAGES "
               WS-TOT-WAGES.
           IF WS-NEGATIVE-COUNT > 0
               DISPLAY "*** " WS-NEGATIVE-COUNT
                   " EMPLOYEES NETTED BELOW ZERO AND WERE NOT EXPORTED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-FINALIZE-EXIT.
           EXIT.
