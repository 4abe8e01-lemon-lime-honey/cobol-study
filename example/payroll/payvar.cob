      *================================================================
      *  PROGRAM-ID   : PAYVAR
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     PRE-FINAL PAYROLL VARIANCE REVIEW.  RUN BETWEEN THE TRIAL
      *     AND THE FINAL PAYDRV RUNS OF A PERIOD.  READS THE TRIALWK
      *     WORK FILE THE TRIAL WROTE AND COMPARES EACH EMPLOYEE'S
      *     FIGURES WITH THAT EMPLOYEE'S LAST REGULAR PAYHIST ENTRY
      *     (A VOIDED ENTRY DOES NOT COUNT), FLAGGING:
      *        1  GROSS PAY CHANGED BY MORE THAN THE VARRUN PERCENT
      *        2  NET PAY CHANGED BY MORE THAN THE VARRUN PERCENT
      *        3  WORKED HOURS OVER THE VARRUN LIMIT
      *        4  ZERO OR NEGATIVE NET PAY
      *        5  FIRST-EVER PAYMENT (NOTHING ON PAYHIST)
      *        6  PAY METHOD OR BANK ACCOUNT CHANGED ON THE MASTER
      *           (PER EMPAUDIT) SINCE THE LAST FINAL PERIOD ENDED
      *        7  A RETRO-PAY ADJUSTMENT RIDING THIS PAY
      *        8  AN ACTIVE EMPLOYEE OF THE TRIAL'S PAY GROUP PAID
      *           IN THE GROUP'S LAST FINAL PERIOD WHO IS NOT ON THE
      *           TRIAL AT ALL
      *     THE VARRPT REPORT LISTS THE FLAGS BY DEPARTMENT, WITH
      *     EACH DEPARTMENT'S COUNTS BY FLAG AND A COMPANY SUMMARY,
      *     FOR PAYROLL TO CLEAR AND SIGN OFF BEFORE THE FINAL RUN IS
      *     RELEASED.  THE RUN ENDS WITH CONDITION CODE 4 WHEN ANY
      *     FLAG IS RAISED AND 8 WHEN THE REVIEW COULD NOT BE DONE.
      *     NOTHING IS UPDATED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    PAY GROUPS.  THE TRIAL MUST BE FOR ONE PAY
      *                   GROUP; THE LAST FINAL PERIOD IS TAKEN FROM
      *                   THAT GROUP'S PAYCAL CALENDAR AND THE MISSING-
      *                   EMPLOYEE CHECK IS LIMITED TO THE GROUP.
      *                   PAYCAL RECORDS ARE NOW 12 BYTES, AND THE AUDIT
      *                   RECORD 387 BYTES WITH THE 179-BYTE MASTER
      *                   IMAGES.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 439
      *                   BYTES WITH THE 205-BYTE MASTER IMAGES (401(K)
      *                   ELECTION AND YTD DEFERRAL/MATCH).
      *  2026-10-15 DO    A MISSING, EMPTY OR BAD VARRUN CARD NOW ENDS
      *                   WITH RETURN CODE 8 - THE REVIEW WAS NOT DONE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
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
           SELECT VAR-RUN-CONTROL     ASSIGN TO "VARRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TRIAL-WORK-FILE     ASSIGN TO "TRIALWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-STATUS.
           SELECT PAY-CALENDAR        ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT AUDIT-FILE          ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
           SELECT VARIANCE-REPORT     ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR-RUN-CONTROL
           RECORD CONTAINS 5 CHARACTERS.
       01  VAR-RUN-CARD.
           05  VR-PERCENT                PIC 9(03).
           05  VR-HOURS-LIMIT            PIC 9(02).

       FD  TRIAL-WORK-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY TRIALWK.

       FD  PAY-CALENDAR
           RECORD CONTAINS 12 CHARACTERS.
           COPY PAYCAL.

       FD  AUDIT-FILE
           RECORD CONTAINS 439 CHARACTERS.
           COPY EMPAUDIT.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  VARIANCE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * WORK COPIES OF THE MASTER RECORD LAYOUT, USED TO DECODE THE
      * BEFORE (OLD-) AND AFTER (NEW-) IMAGES CARRIED ON EACH AUDIT
      * RECORD, THE SAME WAY AUDRPT DECODES THEM.
      *----------------------------------------------------------------
       COPY EMPMAST REPLACING LEADING ==EMP== BY ==OLD==.
       COPY EMPMAST REPLACING LEADING ==EMP== BY ==NEW==.

       01  WS-RUNCTL-STATUS             PIC X(02).
           88  WS-RUNCTL-OK                          VALUE "00".
       01  WS-TRIAL-STATUS              PIC X(02).
           88  WS-TRIAL-OK                           VALUE "00".
       01  WS-PAYCAL-STATUS             PIC X(02).
           88  WS-PAYCAL-OK                          VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02).
           88  WS-AUDIT-OK                           VALUE "00".
       01  WS-HISTORY-STATUS            PIC X(02).
           88  WS-HISTORY-OK                         VALUE "00".
           88  WS-HISTORY-EOF                        VALUE "10".
       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".

       01  WS-TRIAL-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-TRIAL-EOF                         VALUE 'Y'.
       01  WS-CAL-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-AUDIT-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
       01  WS-HIST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-TRIAL-BAD-SW              PIC X(01)   VALUE 'N'.
           88  WS-TRIAL-BAD                         VALUE 'Y'.

      *----------------------------------------------------------------
      * THE PERIOD UNDER REVIEW, ITS PAY GROUP, AND THE GROUP'S LAST
      * FINAL PERIOD BEFORE IT.
      *----------------------------------------------------------------
       01  WS-PERIOD-END                PIC 9(08)   VALUE 0.
       01  WS-PAY-GROUP                 PIC X(02)   VALUE SPACES.
       01  WS-PRIOR-PERIOD-END          PIC 9(08)   VALUE 0.
       01  WS-TRAILER-COUNT             PIC 9(07)   VALUE 0.
       01  WS-TRAILER-TOTAL             PIC 9(07)   VALUE 0.
       01  WS-DETAIL-COUNT              PIC 9(07)   VALUE 0.
       01  WS-AFTER-TRAILER             PIC 9(07)   VALUE 0.
       01  WS-BANK-CHANGE-COUNT         PIC 9(05)   VALUE 0.

      *----------------------------------------------------------------
      * THE TRIAL'S EMPLOYEES, WITH THE LAST REGULAR PAY FOUND ON
      * PAYHIST FOR EACH.
      *----------------------------------------------------------------
       01  WS-TRIAL-COUNT               PIC 9(04)   VALUE 0.
       01  WS-TRIAL-TABLE.
           05  WS-TRIAL-ENTRY OCCURS 3000 TIMES
                               INDEXED BY WS-TR-IDX.
               10  WS-TR-EMP-ID          PIC 9(06).
               10  WS-TR-DEPT            PIC 9(04).
               10  WS-TR-HOURS           PIC 9(02).
               10  WS-TR-GROSS           PIC 9(07)V99.
               10  WS-TR-NET             PIC S9(07)V99.
               10  WS-TR-RETRO           PIC S9(07)V99.
               10  WS-TR-HISTORY-SW      PIC X(01).
                   88  WS-TR-HAS-HISTORY            VALUE 'Y'.
               10  WS-TR-PRIOR-SW        PIC X(01).
                   88  WS-TR-HAS-PRIOR              VALUE 'Y'.
               10  WS-TR-PRIOR-HOURS     PIC 9(02).
               10  WS-TR-PRIOR-GROSS     PIC 9(07)V99.
               10  WS-TR-PRIOR-NET       PIC S9(07)V99.
               10  WS-TR-BANK-SW         PIC X(01).
                   88  WS-TR-BANK-CHANGED           VALUE 'Y'.

      *----------------------------------------------------------------
      * THE EMPLOYEE NOW BEING READ FROM PAYHIST - KEY ORDER BRINGS
      * ONE EMPLOYEE'S ENTRIES TOGETHER, OLDEST PERIOD FIRST.  THE
      * PAY BEFORE THE LAST IS KEPT IN CASE THE LAST WAS VOIDED.
      *----------------------------------------------------------------
       01  WS-CUR-EMP-ID                PIC 9(06)   VALUE 0.
       01  WS-CUR-HISTORY-SW            PIC X(01)   VALUE 'N'.
           88  WS-CUR-HAS-HISTORY                   VALUE 'Y'.
       01  WS-LAST-PAY.
           05  WS-LAST-PERIOD            PIC 9(08).
           05  WS-LAST-HOURS             PIC 9(02).
           05  WS-LAST-GROSS             PIC 9(07)V99.
           05  WS-LAST-NET               PIC S9(07)V99.
       01  WS-PREV-PAY.
           05  WS-PREV-PERIOD            PIC 9(08).
           05  WS-PREV-HOURS             PIC 9(02).
           05  WS-PREV-GROSS             PIC 9(07)V99.
           05  WS-PREV-NET               PIC S9(07)V99.

      *----------------------------------------------------------------
      * FLAGS RAISED, IN THE ORDER RAISED, AND THEIR NAMES.
      *----------------------------------------------------------------
       01  WS-FLAG-NAME-VALUES.
           05  FILLER                    PIC X(20) VALUE
               "GROSS PAY CHANGE".
           05  FILLER                    PIC X(20) VALUE
               "NET PAY CHANGE".
           05  FILLER                    PIC X(20) VALUE
               "HOURS OVER LIMIT".
           05  FILLER                    PIC X(20) VALUE
               "ZERO/NEGATIVE NET".
           05  FILLER                    PIC X(20) VALUE
               "FIRST-EVER PAYMENT".
           05  FILLER                    PIC X(20) VALUE
               "PAY METHOD/BANK CHG".
           05  FILLER                    PIC X(20) VALUE
               "RETRO PAY PRESENT".
           05  FILLER                    PIC X(20) VALUE
               "MISSING THIS PERIOD".
       01  WS-FLAG-NAME-TABLE REDEFINES WS-FLAG-NAME-VALUES.
           05  WS-FLAG-NAME              PIC X(20) OCCURS 8 TIMES.

       01  WS-FLAG-CODE                 PIC 9(01)   VALUE 0.
       01  WS-FLAG-CURRENT              PIC S9(07)V99 VALUE 0.
       01  WS-FLAG-PRIOR                PIC S9(07)V99 VALUE 0.
       01  WS-FLAG-PCT-SW               PIC X(01)   VALUE 'N'.
           88  WS-FLAG-HAS-PCT                      VALUE 'Y'.
       01  WS-FLAG-PCT                  PIC S9(04)  VALUE 0.
       01  WS-FLAG-EMP-ID               PIC 9(06)   VALUE 0.
       01  WS-FLAG-DEPT                 PIC 9(04)   VALUE 0.
       01  WS-FLAG-NAME-TEXT            PIC X(20)   VALUE SPACES.
       01  WS-EMP-FLAGGED-SW            PIC X(01)   VALUE 'N'.
           88  WS-EMP-FLAGGED                       VALUE 'Y'.

       01  WS-FLAG-COUNT                PIC 9(04)   VALUE 0.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 3000 TIMES
                               INDEXED BY WS-FL-IDX.
               10  WS-FL-DEPT            PIC 9(04).
               10  WS-FL-EMP-ID          PIC 9(06).
               10  WS-FL-NAME            PIC X(20).
               10  WS-FL-CODE            PIC 9(01).
               10  WS-FL-CURRENT         PIC S9(07)V99.
               10  WS-FL-PRIOR           PIC S9(07)V99.
               10  WS-FL-PCT-SW          PIC X(01).
                   88  WS-FL-HAS-PCT                VALUE 'Y'.
               10  WS-FL-PCT             PIC S9(04).

      *----------------------------------------------------------------
      * FLAG COUNTS BY DEPARTMENT AND FOR THE COMPANY.
      *----------------------------------------------------------------
       01  WS-DEPT-COUNT                PIC 9(03)   VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-NO            PIC 9(04).
               10  WS-DEPT-PRINTED-SW    PIC X(01).
                   88  WS-DEPT-PRINTED              VALUE 'Y'.
               10  WS-DEPT-FLAGS         PIC 9(05).
               10  WS-DEPT-CODE-COUNT    PIC 9(05) OCCURS 8 TIMES.
       01  WS-LOW-DEPT-IDX              PIC 9(03)   VALUE 0.
       01  WS-CODE-SUB                  PIC 9(02)   VALUE 0.
       01  WS-PRINT-DEPT-NO             PIC 9(04)   VALUE 0.

       01  WS-TOTAL-CODE-TABLE.
           05  WS-TOTAL-CODE-COUNT      PIC 9(05) OCCURS 8 TIMES.
       01  WS-REVIEWED-COUNT            PIC 9(05)   VALUE 0.
       01  WS-FLAGGED-EMP-COUNT         PIC 9(05)   VALUE 0.

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
           05  FILLER                    PIC X(30) VALUE
               "PRE-FINAL VARIANCE REVIEW".
           05  FILLER                    PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE              PIC X(10).

       01  RPT-PERIOD-LINE.
           05  FILLER                    PIC X(11) VALUE
               "PERIOD END ".
           05  PL-PERIOD-END             PIC 9(08).
           05  FILLER                    PIC X(14) VALUE
               "  LAST FINAL ".
           05  PL-PRIOR-PERIOD           PIC 9(08).
           05  FILLER                    PIC X(13) VALUE
               "  LIMITS PCT ".
           05  PL-PERCENT                PIC ZZ9.
           05  FILLER                    PIC X(07) VALUE
               " HOURS ".
           05  PL-HOURS-LIMIT            PIC Z9.
           05  FILLER                    PIC X(08) VALUE
               "  GROUP ".
           05  PL-PAY-GROUP              PIC X(02).

       01  DEPT-HEADING-LINE.
           05  FILLER                    PIC X(15) VALUE
               "*** DEPARTMENT ".
           05  DH-DEPT                   PIC 9(04).

       01  FLAG-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE
               " EMP-ID ".
           05  FILLER                    PIC X(21) VALUE
               "NAME".
           05  FILLER                    PIC X(21) VALUE
               "FLAG".
           05  FILLER                    PIC X(12) VALUE
               "    CURRENT".
           05  FILLER                    PIC X(12) VALUE
               "      PRIOR".
           05  FILLER                    PIC X(05) VALUE
               " PCT".

       01  FLAG-LINE.
           05  FL-EMPLOYEE-ID            PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FL-NAME                   PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FL-FLAG-NAME              PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FL-CURRENT                PIC ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FL-PRIOR                  PIC ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FL-PCT-AREA.
               10  FL-PCT                PIC ZZZ9-.

       01  COUNT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  CL-LABEL                  PIC X(36).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CL-COUNT                  PIC ZZ,ZZ9.

       01  SIGNOFF-LINE.
           05  FILLER                    PIC X(04) VALUE "*** ".
           05  SO-TEXT                   PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1100-LOAD-TRIAL THRU 1100-LOAD-TRIAL-EXIT.
           PERFORM 1200-FIND-PRIOR-PERIOD
               THRU 1200-FIND-PRIOR-PERIOD-EXIT.
           PERFORM 1300-LOAD-BANK-CHANGES
               THRU 1300-LOAD-BANK-CHANGES-EXIT.
           PERFORM 1400-OPEN-FILES THRU 1400-OPEN-FILES-EXIT.
           PERFORM 2000-SCAN-HISTORY THRU 2000-SCAN-HISTORY-EXIT
               UNTIL WS-HIST-EOF.
           IF WS-CUR-EMP-ID NOT = 0
               PERFORM 2500-CLOSE-EMPLOYEE THRU 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 2700-REVIEW-ONE-EMPLOYEE
               THRU 2700-REVIEW-ONE-EMPLOYEE-EXIT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRIAL-COUNT.
           PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT.
           PERFORM 3900-FINALIZE THRU 3900-FINALIZE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ AND EDIT THE VARRUN CARD - THE PERCENT
      * CHANGE IN GROSS OR NET AND THE WORKED HOURS THAT RAISE A FLAG.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT VAR-RUN-CONTROL.
           IF NOT WS-RUNCTL-OK
               DISPLAY "RUN-CONTROL FILE VARRUN NOT FOUND, FILE "
                   "STATUS " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ VAR-RUN-CONTROL
               AT END
                   DISPLAY "RUN-CONTROL FILE VARRUN IS EMPTY"
                   CLOSE VAR-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF VR-PERCENT NOT NUMERIC OR VR-PERCENT = 0
               OR VR-HOURS-LIMIT NOT NUMERIC OR VR-HOURS-LIMIT = 0
               DISPLAY "VARRUN CARD MUST CARRY A CHANGE PERCENT "
                   "001-999 AND AN HOURS LIMIT 01-99, GOT "
                   VAR-RUN-CARD
               CLOSE VAR-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE VAR-RUN-CONTROL.
           INITIALIZE WS-TOTAL-CODE-TABLE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-TRIAL - TABLE THE TRIAL'S DETAIL RECORDS AND PROVE
      * THEM: ONE PERIOD AND ONE PAY GROUP THROUGHOUT, A TRAILER AFTER
      * THE LAST DETAIL (A TRIAL THAT DIED WROTE NONE), AND THE DETAIL
      * COUNT EQUAL TO THE SUM OF THE TRAILER COUNTS.  AN UNPROVEN FILE
      * IS NOT REVIEWED - A SIGN-OFF ON HALF A TRIAL IS WORSE THAN NONE.
      *----------------------------------------------------------------
       1100-LOAD-TRIAL.
           OPEN INPUT TRIAL-WORK-FILE.
           IF NOT WS-TRIAL-OK
               DISPLAY "TRIAL WORK FILE TRIALWK NOT FOUND, FILE "
                   "STATUS " WS-TRIAL-STATUS " - RUN THE PAYDRV TRIAL "
                   "FIRST, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-ONE-RECORD THRU 1110-LOAD-ONE-RECORD-EXIT
               UNTIL WS-TRIAL-EOF.
           CLOSE TRIAL-WORK-FILE.

           IF WS-TRAILER-COUNT = 0 OR WS-AFTER-TRAILER > 0
               DISPLAY "TRIALWK HAS NO TRAILER AFTER ITS LAST DETAIL "
                   "- THE TRIAL DID NOT FINISH"
               SET WS-TRIAL-BAD TO TRUE
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-TOTAL
               DISPLAY "TRIALWK DOES NOT PROVE, TRAILERS "
                   WS-TRAILER-TOTAL " DETAILS " WS-DETAIL-COUNT
               SET WS-TRIAL-BAD TO TRUE
           END-IF.
           IF WS-TRIAL-BAD
               DISPLAY "TRIAL NOT REVIEWED, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TRIALWK PROVEN, " WS-DETAIL-COUNT
               " EMPLOYEES FOR PERIOD " WS-PERIOD-END
               " PAY GROUP " WS-PAY-GROUP.
       1100-LOAD-TRIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1110-LOAD-ONE-RECORD - TABLE ONE DETAIL OR COUNT ONE TRAILER.
      *----------------------------------------------------------------
       1110-LOAD-ONE-RECORD.
           READ TRIAL-WORK-FILE
               AT END
                   SET WS-TRIAL-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-RECORD-EXIT
           END-READ.

           IF WS-PERIOD-END = 0
               MOVE TW-PERIOD-END TO WS-PERIOD-END
               MOVE TW-PAY-GROUP  TO WS-PAY-GROUP
           END-IF.
           IF TW-PERIOD-END NOT = WS-PERIOD-END
               DISPLAY "TRIALWK MIXES PERIODS " WS-PERIOD-END
                   " AND " TW-PERIOD-END
               SET WS-TRIAL-BAD TO TRUE
           END-IF.
           IF TW-PAY-GROUP NOT = WS-PAY-GROUP
               DISPLAY "TRIALWK MIXES PAY GROUPS " WS-PAY-GROUP
                   " AND " TW-PAY-GROUP
               SET WS-TRIAL-BAD TO TRUE
           END-IF.

           IF TW-TRAILER-RECORD
               ADD 1            TO WS-TRAILER-COUNT
               ADD TW-TRL-COUNT TO WS-TRAILER-TOTAL
               MOVE 0           TO WS-AFTER-TRAILER
               GO TO 1110-LOAD-ONE-RECORD-EXIT
           END-IF.
           IF NOT TW-DETAIL-RECORD
               DISPLAY "TRIALWK RECORD TYPE NOT D OR T, GOT "
                   TW-RECORD-TYPE
               SET WS-TRIAL-BAD TO TRUE
               GO TO 1110-LOAD-ONE-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-AFTER-TRAILER.
           IF WS-TRIAL-COUNT >= 3000
               DISPLAY "TRIAL TABLE FULL (3000) AT EMPLOYEE "
                   TW-EMP-ID ", RUN REFUSED"
               CLOSE TRIAL-WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TRIAL-COUNT.
           SET WS-TR-IDX TO WS-TRIAL-COUNT.
           MOVE TW-EMP-ID     TO WS-TR-EMP-ID      (WS-TR-IDX).
           MOVE TW-DEPT       TO WS-TR-DEPT        (WS-TR-IDX).
           MOVE TW-HOURS      TO WS-TR-HOURS       (WS-TR-IDX).
           MOVE TW-GROSS-PAY  TO WS-TR-GROSS       (WS-TR-IDX).
           MOVE TW-NET-PAY    TO WS-TR-NET         (WS-TR-IDX).
           MOVE TW-RETRO-PAY  TO WS-TR-RETRO       (WS-TR-IDX).
           MOVE 'N'           TO WS-TR-HISTORY-SW  (WS-TR-IDX).
           MOVE 'N'           TO WS-TR-PRIOR-SW    (WS-TR-IDX).
           MOVE 0             TO WS-TR-PRIOR-HOURS (WS-TR-IDX).
           MOVE 0             TO WS-TR-PRIOR-GROSS (WS-TR-IDX).
           MOVE 0             TO WS-TR-PRIOR-NET   (WS-TR-IDX).
           MOVE 'N'           TO WS-TR-BANK-SW     (WS-TR-IDX).
       1110-LOAD-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-FIND-PRIOR-PERIOD - THE LAST PAYCAL PERIOD OF THE TRIAL'S
      * PAY GROUP BEFORE THE ONE UNDER REVIEW THAT WAS RUN FINAL.  ITS
      * PAYEES ARE WHO THE TRIAL IS CHECKED AGAINST FOR MISSING
      * EMPLOYEES, AND ITS END DATE IS WHERE THE BANK-CHANGE LOOKBACK
      * STARTS.  WITHOUT ONE THOSE TWO CHECKS HAVE NOTHING TO GO ON.
      *----------------------------------------------------------------
       1200-FIND-PRIOR-PERIOD.
           OPEN INPUT PAY-CALENDAR.
           IF NOT WS-PAYCAL-OK
               DISPLAY "WARNING - NO PAY-PERIOD CALENDAR, MISSING-"
                   "EMPLOYEE CHECK SKIPPED"
               GO TO 1200-FIND-PRIOR-PERIOD-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-PERIOD THRU 1210-READ-ONE-PERIOD-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE PAY-CALENDAR.
           IF WS-PRIOR-PERIOD-END = 0
               DISPLAY "WARNING - NO FINAL PERIOD OF PAY GROUP "
                   WS-PAY-GROUP " BEFORE " WS-PERIOD-END
                   ", MISSING-EMPLOYEE CHECK SKIPPED"
           END-IF.
       1200-FIND-PRIOR-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1210-READ-ONE-PERIOD - KEEP THE GROUP'S LATEST FINAL PERIOD END
      * BEFORE THE PERIOD UNDER REVIEW.
      *----------------------------------------------------------------
       1210-READ-ONE-PERIOD.
           READ PAY-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1210-READ-ONE-PERIOD-EXIT
           END-READ.
           IF PC-STATUS-FINAL
               AND PC-PAY-GROUP = WS-PAY-GROUP
               AND PC-PERIOD-END < WS-PERIOD-END
               AND PC-PERIOD-END > WS-PRIOR-PERIOD-END
               MOVE PC-PERIOD-END TO WS-PRIOR-PERIOD-END
           END-IF.
       1210-READ-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-BANK-CHANGES - MARK EVERY TRIAL EMPLOYEE WHOSE PAY
      * METHOD, BANK ROUTING OR BANK ACCOUNT WAS CHANGED ON THE
      * MASTER AFTER THE LAST FINAL PERIOD ENDED - THE CLASSIC
      * DIVERTED-DEPOSIT FRAUD, AND THE COMMONEST KEYING ERROR THAT
      * BOUNCES A DEPOSIT.
      *----------------------------------------------------------------
       1300-LOAD-BANK-CHANGES.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING - NO EMPAUDIT TRAIL, BANK-CHANGE "
                   "CHECK SKIPPED"
               GO TO 1300-LOAD-BANK-CHANGES-EXIT
           END-IF.
           PERFORM 1310-CHECK-ONE-AUDIT THRU 1310-CHECK-ONE-AUDIT-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-FILE.
       1300-LOAD-BANK-CHANGES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1310-CHECK-ONE-AUDIT - ONE AUDIT RECORD.  ONLY A CHANGE (AN
      * ADD IS A NEW HIRE, CAUGHT AS A FIRST PAYMENT) DATED AFTER THE
      * LAST FINAL PERIOD END IS LOOKED AT.
      *----------------------------------------------------------------
       1310-CHECK-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 1310-CHECK-ONE-AUDIT-EXIT
           END-READ.
           IF NOT AUD-TRAN-CHANGE
               OR AUD-DATE NOT > WS-PRIOR-PERIOD-END
               OR AUD-BEFORE-IMAGE = SPACES
               GO TO 1310-CHECK-ONE-AUDIT-EXIT
           END-IF.

           MOVE AUD-BEFORE-IMAGE TO OLD-MASTER-RECORD.
           MOVE AUD-AFTER-IMAGE  TO NEW-MASTER-RECORD.
           IF OLD-PAY-METHOD   = NEW-PAY-METHOD
               AND OLD-BANK-ROUTING = NEW-BANK-ROUTING
               AND OLD-BANK-ACCOUNT = NEW-BANK-ACCOUNT
               GO TO 1310-CHECK-ONE-AUDIT-EXIT
           END-IF.

           PERFORM 1320-FIND-TRIAL THRU 1320-FIND-TRIAL-EXIT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRIAL-COUNT
                  OR WS-TR-EMP-ID (WS-TR-IDX) = AUD-EMP-ID.
           IF WS-TR-IDX NOT > WS-TRIAL-COUNT
               MOVE 'Y' TO WS-TR-BANK-SW (WS-TR-IDX)
               ADD 1 TO WS-BANK-CHANGE-COUNT
           END-IF.
       1310-CHECK-ONE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1320-FIND-TRIAL - EMPTY PARAGRAPH DRIVEN BY THE PERFORM
      * VARYING ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       1320-FIND-TRIAL.
           CONTINUE.
       1320-FIND-TRIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-OPEN-FILES - OPEN THE HISTORY, MASTER AND REPORT.
      *----------------------------------------------------------------
       1400-OPEN-FILES.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               DISPLAY "WARNING - NO PAY HISTORY FILE, FILE STATUS "
                   WS-HISTORY-STATUS ", EVERY EMPLOYEE IS A FIRST "
                   "PAYMENT"
               SET WS-HIST-EOF TO TRUE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER, STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
       1400-OPEN-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-HISTORY - READ ONE PAYHIST ENTRY.  A NEW EMPLOYEE ID
      * CLOSES OUT THE PREVIOUS ONE FIRST.  ONLY ENTRIES BEFORE THE
      * PERIOD UNDER REVIEW COUNT.  A REGULAR ENTRY BECOMES THE LAST
      * PAY; A VOID OF THE LAST PAY PUTS THE ONE BEFORE IT BACK.
      * MANUAL OFF-CYCLE PAYMENTS COUNT AS HISTORY BUT ARE NOT
      * COMPARED AGAINST.
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
               MOVE 'N'       TO WS-CUR-HISTORY-SW
               MOVE 0         TO WS-LAST-PERIOD WS-LAST-HOURS
                                 WS-LAST-GROSS WS-LAST-NET
               MOVE WS-LAST-PAY TO WS-PREV-PAY
           END-IF.

           IF PH-PERIOD-END NOT < WS-PERIOD-END
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF.
           SET WS-CUR-HAS-HISTORY TO TRUE.

           EVALUATE TRUE
               WHEN PH-TYPE-REGULAR
                   MOVE WS-LAST-PAY     TO WS-PREV-PAY
                   MOVE PH-PERIOD-END   TO WS-LAST-PERIOD
                   MOVE PH-HOURS        TO WS-LAST-HOURS
                   MOVE PH-GROSS-PAY    TO WS-LAST-GROSS
                   MOVE PH-NET-PAY      TO WS-LAST-NET
               WHEN PH-TYPE-VOID
                   IF PH-PERIOD-END = WS-LAST-PERIOD
                       AND PH-GROSS-PAY = WS-LAST-GROSS
                       MOVE WS-PREV-PAY TO WS-LAST-PAY
                       MOVE 0           TO WS-PREV-PERIOD WS-PREV-HOURS
                                           WS-PREV-GROSS WS-PREV-NET
                   END-IF
           END-EVALUATE.
       2000-SCAN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CLOSE-EMPLOYEE - ONE EMPLOYEE'S HISTORY IS COMPLETE.  ON
      * THE TRIAL, RECORD WHAT WAS FOUND FOR THE REVIEW PASS.  NOT ON
      * THE TRIAL, BUT PAID REGULAR PAY IN THE LAST FINAL PERIOD AND
      * STILL ACTIVE IN THE TRIAL'S PAY GROUP ON THE MASTER, THE
      * EMPLOYEE IS MISSING.
      *----------------------------------------------------------------
       2500-CLOSE-EMPLOYEE.
           PERFORM 1320-FIND-TRIAL THRU 1320-FIND-TRIAL-EXIT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRIAL-COUNT
                  OR WS-TR-EMP-ID (WS-TR-IDX) = WS-CUR-EMP-ID.

           IF WS-TR-IDX NOT > WS-TRIAL-COUNT
               MOVE WS-CUR-HISTORY-SW TO WS-TR-HISTORY-SW (WS-TR-IDX)
               IF WS-LAST-PERIOD > 0
                   MOVE 'Y'           TO WS-TR-PRIOR-SW    (WS-TR-IDX)
                   MOVE WS-LAST-HOURS TO WS-TR-PRIOR-HOURS (WS-TR-IDX)
                   MOVE WS-LAST-GROSS TO WS-TR-PRIOR-GROSS (WS-TR-IDX)
                   MOVE WS-LAST-NET   TO WS-TR-PRIOR-NET   (WS-TR-IDX)
               END-IF
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.

           IF WS-PRIOR-PERIOD-END = 0
               OR WS-LAST-PERIOD NOT = WS-PRIOR-PERIOD-END
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.
           MOVE WS-CUR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-READ.
           IF EMP-STAT-LEAVE OR EMP-STAT-TERMED
               OR EMP-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 2500-CLOSE-EMPLOYEE-EXIT
           END-IF.

           MOVE EMP-ID      TO WS-FLAG-EMP-ID.
           MOVE EMP-DEPT    TO WS-FLAG-DEPT.
           MOVE EMP-NAME    TO WS-FLAG-NAME-TEXT.
           MOVE 8           TO WS-FLAG-CODE.
           MOVE 0           TO WS-FLAG-CURRENT.
           MOVE WS-LAST-NET TO WS-FLAG-PRIOR.
           MOVE 'N'         TO WS-FLAG-PCT-SW.
           PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT.
           ADD 1 TO WS-FLAGGED-EMP-COUNT.
       2500-CLOSE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-REVIEW-ONE-EMPLOYEE - RUN FLAGS 1 THROUGH 7 AGAINST ONE
      * TRIAL EMPLOYEE.  THE PERCENT CHECKS NEED A PRIOR REGULAR PAY
      * TO COMPARE WITH, AND THE NET CHECK A POSITIVE PRIOR NET.
      *----------------------------------------------------------------
       2700-REVIEW-ONE-EMPLOYEE.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE 'N' TO WS-EMP-FLAGGED-SW.
           MOVE WS-TR-EMP-ID (WS-TR-IDX) TO WS-FLAG-EMP-ID EMP-ID.
           MOVE WS-TR-DEPT   (WS-TR-IDX) TO WS-FLAG-DEPT.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-FLAG-NAME-TEXT
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-FLAG-NAME-TEXT
           END-READ.

           IF WS-TR-HAS-PRIOR (WS-TR-IDX)
               AND WS-TR-PRIOR-GROSS (WS-TR-IDX) > 0
               MOVE 1 TO WS-FLAG-CODE
               MOVE WS-TR-GROSS       (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE WS-TR-PRIOR-GROSS (WS-TR-IDX) TO WS-FLAG-PRIOR
               PERFORM 2710-CHECK-CHANGE THRU 2710-CHECK-CHANGE-EXIT
           END-IF.
           IF WS-TR-HAS-PRIOR (WS-TR-IDX)
               AND WS-TR-PRIOR-NET (WS-TR-IDX) > 0
               MOVE 2 TO WS-FLAG-CODE
               MOVE WS-TR-NET       (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE WS-TR-PRIOR-NET (WS-TR-IDX) TO WS-FLAG-PRIOR
               PERFORM 2710-CHECK-CHANGE THRU 2710-CHECK-CHANGE-EXIT
           END-IF.

           MOVE 'N' TO WS-FLAG-PCT-SW.
           IF WS-TR-HOURS (WS-TR-IDX) > VR-HOURS-LIMIT
               MOVE 3 TO WS-FLAG-CODE
               MOVE WS-TR-HOURS       (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE WS-TR-PRIOR-HOURS (WS-TR-IDX) TO WS-FLAG-PRIOR
               PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT
           END-IF.
           IF WS-TR-NET (WS-TR-IDX) NOT > 0
               MOVE 4 TO WS-FLAG-CODE
               MOVE WS-TR-NET       (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE WS-TR-PRIOR-NET (WS-TR-IDX) TO WS-FLAG-PRIOR
               PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT
           END-IF.
           IF NOT WS-TR-HAS-HISTORY (WS-TR-IDX)
               MOVE 5 TO WS-FLAG-CODE
               MOVE WS-TR-GROSS (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE 0                       TO WS-FLAG-PRIOR
               PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT
           END-IF.
           IF WS-TR-BANK-CHANGED (WS-TR-IDX)
               MOVE 6 TO WS-FLAG-CODE
               MOVE WS-TR-NET       (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE WS-TR-PRIOR-NET (WS-TR-IDX) TO WS-FLAG-PRIOR
               PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT
           END-IF.
           IF WS-TR-RETRO (WS-TR-IDX) NOT = 0
               MOVE 7 TO WS-FLAG-CODE
               MOVE WS-TR-RETRO (WS-TR-IDX) TO WS-FLAG-CURRENT
               MOVE 0                       TO WS-FLAG-PRIOR
               PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT
           END-IF.

           IF WS-EMP-FLAGGED
               ADD 1 TO WS-FLAGGED-EMP-COUNT
           END-IF.
       2700-REVIEW-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2710-CHECK-CHANGE - PERCENT CHANGE FROM WS-FLAG-PRIOR (ABOVE
      * ZERO) TO WS-FLAG-CURRENT, FLAGGED EITHER WAY PAST THE VARRUN
      * PERCENT.  A CHANGE PAST 9999 PERCENT SHOWS AS 9999.
      *----------------------------------------------------------------
       2710-CHECK-CHANGE.
           SET WS-FLAG-HAS-PCT TO TRUE.
           COMPUTE WS-FLAG-PCT ROUNDED =
               (WS-FLAG-CURRENT - WS-FLAG-PRIOR) * 100 / WS-FLAG-PRIOR
               ON SIZE ERROR
                   MOVE 9999 TO WS-FLAG-PCT
           END-COMPUTE.
           IF WS-FLAG-PCT > VR-PERCENT
               OR WS-FLAG-PCT < 0 - VR-PERCENT
               PERFORM 2800-RAISE-FLAG THRU 2800-RAISE-FLAG-EXIT
           END-IF.
       2710-CHECK-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-RAISE-FLAG - TABLE THE FLAG SET UP IN WS-FLAG-xxx AND
      * COUNT IT AGAINST ITS DEPARTMENT AND THE COMPANY.  A FULL
      * TABLE STOPS THE REVIEW - AN INCOMPLETE LIST MUST NOT BE
      * SIGNED OFF.
      *----------------------------------------------------------------
       2800-RAISE-FLAG.
           IF WS-FLAG-COUNT >= 3000
               DISPLAY "FLAG TABLE FULL (3000) AT EMPLOYEE "
                   WS-FLAG-EMP-ID ", REVIEW NOT COMPLETE, RUN STOPPED"
               CLOSE PAY-HISTORY-FILE EMPLOYEE-MASTER VARIANCE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2810-FIND-DEPT THRU 2810-FIND-DEPT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-NO (WS-DEPT-IDX) = WS-FLAG-DEPT.
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT >= 100
                   DISPLAY "DEPARTMENT TABLE FULL (100) AT DEPARTMENT "
                       WS-FLAG-DEPT ", REVIEW NOT COMPLETE, RUN "
                       "STOPPED"
                   CLOSE PAY-HISTORY-FILE EMPLOYEE-MASTER
                         VARIANCE-REPORT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE WS-FLAG-DEPT TO WS-DEPT-NO (WS-DEPT-IDX)
               MOVE 'N'          TO WS-DEPT-PRINTED-SW (WS-DEPT-IDX)
               MOVE 0            TO WS-DEPT-FLAGS (WS-DEPT-IDX)
               PERFORM 2820-CLEAR-DEPT-CODE
                   THRU 2820-CLEAR-DEPT-CODE-EXIT
                   VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 8
           END-IF.
           ADD 1 TO WS-DEPT-FLAGS (WS-DEPT-IDX).
           ADD 1 TO WS-DEPT-CODE-COUNT (WS-DEPT-IDX, WS-FLAG-CODE).
           ADD 1 TO WS-TOTAL-CODE-COUNT (WS-FLAG-CODE).

           ADD 1 TO WS-FLAG-COUNT.
           SET WS-FL-IDX TO WS-FLAG-COUNT.
           MOVE WS-FLAG-DEPT      TO WS-FL-DEPT    (WS-FL-IDX).
           MOVE WS-FLAG-EMP-ID    TO WS-FL-EMP-ID  (WS-FL-IDX).
           MOVE WS-FLAG-NAME-TEXT TO WS-FL-NAME    (WS-FL-IDX).
           MOVE WS-FLAG-CODE      TO WS-FL-CODE    (WS-FL-IDX).
           MOVE WS-FLAG-CURRENT   TO WS-FL-CURRENT (WS-FL-IDX).
           MOVE WS-FLAG-PRIOR     TO WS-FL-PRIOR   (WS-FL-IDX).
           MOVE WS-FLAG-PCT-SW    TO WS-FL-PCT-SW  (WS-FL-IDX).
           MOVE WS-FLAG-PCT       TO WS-FL-PCT     (WS-FL-IDX).
           SET WS-EMP-FLAGGED TO TRUE.
       2800-RAISE-FLAG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2810-FIND-DEPT - EMPTY PARAGRAPH DRIVEN BY THE PERFORM VARYING
      * ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       2810-FIND-DEPT.
           CONTINUE.
       2810-FIND-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2820-CLEAR-DEPT-CODE - ZERO ONE FLAG COUNT OF A NEW DEPARTMENT.
      *----------------------------------------------------------------
       2820-CLEAR-DEPT-CODE.
           MOVE 0 TO WS-DEPT-CODE-COUNT (WS-DEPT-IDX, WS-CODE-SUB).
       2820-CLEAR-DEPT-CODE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - PRINT THE FLAGS DEPARTMENT BY DEPARTMENT IN
      * DEPARTMENT ORDER, EACH WITH ITS COUNTS BY FLAG, THEN THE
      * COMPANY SUMMARY AND THE SIGN-OFF LINE.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           WRITE VARIANCE-REPORT-LINE FROM RPT-HEADING-LINE-1.
           MOVE WS-PERIOD-END       TO PL-PERIOD-END.
           MOVE WS-PAY-GROUP        TO PL-PAY-GROUP.
           MOVE WS-PRIOR-PERIOD-END TO PL-PRIOR-PERIOD.
           MOVE VR-PERCENT          TO PL-PERCENT.
           MOVE VR-HOURS-LIMIT      TO PL-HOURS-LIMIT.
           WRITE VARIANCE-REPORT-LINE FROM RPT-PERIOD-LINE.

           PERFORM 3100-PRINT-NEXT-DEPT THRU 3100-PRINT-NEXT-DEPT-EXIT
               WS-DEPT-COUNT TIMES.

           MOVE "COMPANY SUMMARY" TO SO-TEXT.
           WRITE VARIANCE-REPORT-LINE FROM SIGNOFF-LINE.
           MOVE "EMPLOYEES ON THE TRIAL"       TO CL-LABEL.
           MOVE WS-REVIEWED-COUNT              TO CL-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEES FLAGGED"            TO CL-LABEL.
           MOVE WS-FLAGGED-EMP-COUNT           TO CL-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM COUNT-LINE.
           PERFORM 3140-PRINT-TOTAL-COUNT
               THRU 3140-PRINT-TOTAL-COUNT-EXIT
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > 8.
           MOVE "TOTAL FLAGS"                  TO CL-LABEL.
           MOVE WS-FLAG-COUNT                  TO CL-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM COUNT-LINE.

           IF WS-FLAG-COUNT = 0
               MOVE "NO VARIANCES - TRIAL READY FOR SIGN-OFF"
                   TO SO-TEXT
           ELSE
               MOVE "FLAGS ABOVE TO BE CLEARED BEFORE FINAL RELEASE"
                   TO SO-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE VARIANCE-REPORT-LINE FROM SIGNOFF-LINE.
       3000-PRINT-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-NEXT-DEPT - FIND THE LOWEST DEPARTMENT NOT YET
      * PRINTED AND PRINT ITS FLAGS AND COUNTS.
      *----------------------------------------------------------------
       3100-PRINT-NEXT-DEPT.
           MOVE 0 TO WS-LOW-DEPT-IDX.
           PERFORM 3110-CHECK-LOWEST THRU 3110-CHECK-LOWEST-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           IF WS-LOW-DEPT-IDX = 0
               GO TO 3100-PRINT-NEXT-DEPT-EXIT
           END-IF.
           SET WS-DEPT-IDX TO WS-LOW-DEPT-IDX.
           MOVE 'Y' TO WS-DEPT-PRINTED-SW (WS-DEPT-IDX).
           MOVE WS-DEPT-NO (WS-DEPT-IDX) TO WS-PRINT-DEPT-NO DH-DEPT.

           WRITE VARIANCE-REPORT-LINE FROM DEPT-HEADING-LINE.
           WRITE VARIANCE-REPORT-LINE FROM FLAG-HEADING-LINE.
           PERFORM 3120-PRINT-FLAG THRU 3120-PRINT-FLAG-EXIT
               VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FLAG-COUNT.
           PERFORM 3130-PRINT-DEPT-COUNT THRU 3130-PRINT-DEPT-COUNT-EXIT
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > 8.
           MOVE "DEPARTMENT FLAGS"         TO CL-LABEL.
           MOVE WS-DEPT-FLAGS (WS-DEPT-IDX) TO CL-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM COUNT-LINE.
       3100-PRINT-NEXT-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-CHECK-LOWEST - REMEMBER THIS DEPARTMENT IF IT IS NOT YET
      * PRINTED AND LOWER THAN THE LOWEST SEEN SO FAR.
      *----------------------------------------------------------------
       3110-CHECK-LOWEST.
           IF WS-DEPT-PRINTED (WS-DEPT-IDX)
               GO TO 3110-CHECK-LOWEST-EXIT
           END-IF.
           IF WS-LOW-DEPT-IDX = 0
               SET WS-LOW-DEPT-IDX TO WS-DEPT-IDX
               GO TO 3110-CHECK-LOWEST-EXIT
           END-IF.
           IF WS-DEPT-NO (WS-DEPT-IDX) < WS-DEPT-NO (WS-LOW-DEPT-IDX)
               SET WS-LOW-DEPT-IDX TO WS-DEPT-IDX
           END-IF.
       3110-CHECK-LOWEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3120-PRINT-FLAG - PRINT ONE FLAG IF IT BELONGS TO THE
      * DEPARTMENT NOW PRINTING.
      *----------------------------------------------------------------
       3120-PRINT-FLAG.
           IF WS-FL-DEPT (WS-FL-IDX) NOT = WS-PRINT-DEPT-NO
               GO TO 3120-PRINT-FLAG-EXIT
           END-IF.
           MOVE WS-FL-EMP-ID  (WS-FL-IDX) TO FL-EMPLOYEE-ID.
           MOVE WS-FL-NAME    (WS-FL-IDX) TO FL-NAME.
           MOVE WS-FLAG-NAME (WS-FL-CODE (WS-FL-IDX)) TO FL-FLAG-NAME.
           MOVE WS-FL-CURRENT (WS-FL-IDX) TO FL-CURRENT.
           MOVE WS-FL-PRIOR   (WS-FL-IDX) TO FL-PRIOR.
           IF WS-FL-HAS-PCT (WS-FL-IDX)
               MOVE WS-FL-PCT (WS-FL-IDX) TO FL-PCT
           ELSE
               MOVE SPACES TO FL-PCT-AREA
           END-IF.
           WRITE VARIANCE-REPORT-LINE FROM FLAG-LINE.
       3120-PRINT-FLAG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3130-PRINT-DEPT-COUNT - ONE NONZERO FLAG COUNT FOR THE
      * DEPARTMENT NOW PRINTING.
      *----------------------------------------------------------------
       3130-PRINT-DEPT-COUNT.
           IF WS-DEPT-CODE-COUNT (WS-DEPT-IDX, WS-CODE-SUB) = 0
               GO TO 3130-PRINT-DEPT-COUNT-EXIT
           END-IF.
           MOVE WS-FLAG-NAME (WS-CODE-SUB) TO CL-LABEL.
           MOVE WS-DEPT-CODE-COUNT (WS-DEPT-IDX, WS-CODE-SUB)
               TO CL-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM COUNT-LINE.
       3130-PRINT-DEPT-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3140-PRINT-TOTAL-COUNT - ONE COMPANY FLAG COUNT, ZERO OR NOT,
      * SO THE SIGN-OFF SHOWS EVERY CHECK WAS RUN.
      *----------------------------------------------------------------
       3140-PRINT-TOTAL-COUNT.
           MOVE WS-FLAG-NAME (WS-CODE-SUB)        TO CL-LABEL.
           MOVE WS-TOTAL-CODE-COUNT (WS-CODE-SUB) TO CL-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM COUNT-LINE.
       3140-PRINT-TOTAL-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-FINALIZE - CLOSE EVERYTHING.
      *----------------------------------------------------------------
       3900-FINALIZE.
           CLOSE PAY-HISTORY-FILE EMPLOYEE-MASTER VARIANCE-REPORT.
           DISPLAY "PAYVAR COMPLETE, PERIOD " WS-PERIOD-END ", "
               WS-REVIEWED-COUNT " EMPLOYEES REVIEWED, "
               WS-FLAGGED-EMP-COUNT " FLAGGED, " WS-FLAG-COUNT
               " FLAGS".
       3900-FINALIZE-EXIT.
           EXIT.
