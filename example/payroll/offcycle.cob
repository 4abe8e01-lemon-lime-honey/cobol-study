      *
      *  REMARKS
      *     OFF-CYCLE MANUAL PAYMENT AND VOID ENTRY.  PAYROLL CAN PAY
      *     OR UNPAY AN EMPLOYEE OUTSIDE ITS GROUP'S DRIVER RUN - A
      *     TUESDAY TERMINATION PAYOUT, A LOST CHECK, A STUB THAT
      *     PAID THE WRONG HOURS.
      *
      *     A MANUAL PAYMENT ("M") COMPUTES GROSS THROUGH PAYCALC
      *     FROM THE MASTER RATE FOR AN HOURLY EMPLOYEE (OR TAKES A
      *     KEYED GROSS FOR A SALARIED ONE), WITHHOLDS TAX THROUGH
      *     WHCALC, ACCRUES THE EMPLOYER TAXES THROUGH ERTAXCLC,
      *     WRITES A PAYHIST RECORD AT THE PERIOD'S NEXT FREE SEQ,
      *     ROLLS THE MASTER'S YTD TOTALS AND EXTENDS THE GLEXPORT
      *     JOURNAL - SO DOWNSTREAM IT IS INDISTINGUISHABLE FROM A
      *     BATCH): IT DRAWS THE NEXT CHKCTL NUMBER AND WRITES THE
      *     CHKREG REGISTER RECORD AND A ONE-CHECK POSITIVE-PAY
      *     BATCH, SO THE BANK HONORS IT AND THE GL PROOF PROVES.
      *     OFF-CYCLE PAYMENTS TAKE NO DEDMAST DEDUCTIONS AND NO
      *     401(K) DEFERRAL - THOSE BELONG TO THE SCHEDULED RUN.
      *
      *     A VOID ("V") OFFSETS A PRIOR ENTRY RATHER THAN ERASING
      *     IT - PAYHIST IS THE PERMANENT RECORD.  THE VOID RECORD
      *     REVERSING JOURNAL LINES ARE EXPORTED.  A VOIDED ENTRY'S
      *     DEDUCTION TOTAL REVERSES AGAINST THE "OTH" PAYABLE - THE
      *     PER-CODE SPLIT IS NOT CARRIED ON THE HISTORY RECORD.
      *     A VOIDED ENTRY'S 401(K) DEFERRAL AND MATCH COME OFF THE
      *     MASTER'S YTD AND OFF THE PLAN PAYABLE; THE CONTRIBUTION
      *     ALREADY SENT TO THE RECORDKEEPER ON PLANCONT IS CORRECTED
      *     WITH THE RECORDKEEPER BY HAND.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   POSITIVE-PAY BATCH.  THE PROGRAM ALSO
      *                   REFUSES TO RUN OVER A PAYROLL THAT IS
      *                   MID-CHECKPOINT, LIKE PAYCHK AND DEDREMIT.
      *  2026-10-15 DO    A MANUAL PAYMENT IS NOW WITHHELD THROUGH
      *                   WHCALC ON ITS OWN GROSS UNDER THE MASTER'S
      *                   W-4 ELECTION, ANNUALIZED AS ONE WEEKLY
      *                   PERIOD, INSTEAD OF TAXCALC AGAINST
      *                   EMP-SALARY.  NO ELECTION ON FILE WITHHOLDS
      *                   SINGLE WITH ZERO ALLOWANCES AND WARNS THE
      *                   OPERATOR BEFORE THE PAYMENT IS CONFIRMED.
      *  2026-10-15 DO    EACH ENTRY IS NOW LOGGED ON THE CYCLOG CYCLE
      *                   RUN LOG UNDER ITS PAY PERIOD (MODE PAY OR
      *                   VOID).  AN ENTRY IS REFUSED FOR A PERIOD
      *                   WHOSE FINAL PAYROLL DIED OR FAILED, AND A
      *                   VOID OF THE SCHEDULED ENTRY ALSO NEEDS THE
      *                   FINAL PAYROLL LOGGED COMPLETE.
      *  2026-10-15 DO    PAY GROUPS.  AN ENTRY IS LOGGED AND CHECKED
      *                   ON CYCLOG UNDER THE EMPLOYEE'S PAY GROUP,
      *                   AND ITS PAYHIST AND CHKREG RECORDS CARRY THE
      *                   GROUP (A VOID CARRIES THE ORIGINAL ENTRY'S).
      *                   A MANUAL PAYMENT IS WITHHELD AS ONE PERIOD
      *                   OF THE GROUP'S PAY FREQUENCY FROM THE PAYCAL
      *                   CALENDAR - WEEKLY WHEN THE GROUP HAS NONE.
      *                   CHKCTL IS NOW 17 BYTES; ITS LAST GROUP IS
      *                   KEPT LIKE ITS LAST PERIOD.
      *  2026-10-15 DO    401(K) PLAN.  A MANUAL PAYMENT'S PAYHIST
      *                   RECORD CARRIES NO DEFERRAL OR MATCH.  A VOID
      *                   CARRIES THE ORIGINAL'S DEFERRAL AND MATCH,
      *                   BACKS THEM OFF THE MASTER'S YTD AND REVERSES
      *                   THE 401K MATCH EXPENSE AND 401K PLAN PAYABLE
      *                   LINES.  THE RESTART CHECKPOINT RECORD IS NOW
      *                   58 BYTES.
      *  2026-10-15 DO    A VOID NOW READS THE ORIGINAL PAYHIST ENTRY
      *                   BEFORE THE CYCLE CHECK, AND IS CHECKED AND
      *                   LOGGED ON CYCLOG UNDER THAT ENTRY'S PAY
      *                   GROUP AND PERIOD - NOT THE GROUP THE
      *                   EMPLOYEE HAS MOVED TO SINCE.
      *  2026-10-15 DO    THE CHKREG ISSUE AND VOID RECORDS NOW ZERO
      *                   THEIR PAID DATE INSTEAD OF CARRYING WHATEVER
      *                   THE LAST REGISTER RECORD READ LEFT IN THE
      *                   BUFFER.
      *  2026-10-15 DO    A VOID NOW SCANS CHKREG BEFORE ANY UPDATE AND
      *                   REFUSES TO VOID A CHECK THE BANK HAS ALREADY
      *                   PAID (A "P" RECORD FROM CHKRECON) - THE CHECK
      *                   MUST BE RECOVERED FROM THE EMPLOYEE INSTEAD.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE.
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT OFFCYCLE-REPORT     ASSIGN TO "OFFCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR        ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CHKREG.

       FD  RESTART-CONTROL
           RECORD CONTAINS 58 CHARACTERS.
       01  RESTART-CONTROL-LINE.
           05  RC-RECORDS-PROCESSED      PIC 9(06).
           05  RC-SALARIED-PROCESSED     PIC 9(06).
               88  RC-RUN-IN-FLIGHT                     VALUE "P".
           05  RC-DEPOSIT-COUNT          PIC 9(06).
           05  RC-DEPOSIT-TOTAL          PIC 9(09)V99.
           05  RC-PLAN-COUNT             PIC 9(06).
           05  RC-PLAN-DEFERRAL          PIC 9(09)V99.
           05  RC-PLAN-MATCH             PIC 9(09)V99.

       FD  CHECK-CONTROL
           RECORD CONTAINS 17 CHARACTERS.
       01  CHECK-CONTROL-LINE.
           05  CK-NEXT-CHECK-NO          PIC 9(06).
           05  CK-LAST-PERIOD            PIC 9(08).
           05  CK-RUN-STATUS             PIC X(01).
               88  CK-RUN-IN-FLIGHT                     VALUE "P".
           05  CK-LAST-GROUP             PIC X(02).

       FD  POSPAY-EXPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  OFFCYCLE-REPORT-LINE         PIC X(80).

       FD  PAY-CALENDAR
           RECORD CONTAINS 12 CHARACTERS.
           COPY PAYCAL.

       WORKING-STORAGE SECTION.
       COPY EDITRNGW.
       COPY CYCREQ.

       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".
       01  WS-POSPAY-STATUS             PIC X(02).
           88  WS-POSPAY-OK                          VALUE "00".

       01  WS-PAYCAL-STATUS             PIC X(02).
           88  WS-PAYCAL-OK                          VALUE "00".
       01  WS-CAL-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-PAY-FREQUENCY             PIC X(01)   VALUE SPACES.

       01  WS-NEXT-CHECK-NO             PIC 9(06)   VALUE 100001.
       01  WS-CTL-LAST-PERIOD           PIC 9(08)   VALUE 0.
       01  WS-CTL-RUN-STATUS            PIC X(01)   VALUE "C".
       01  WS-CTL-LAST-GROUP            PIC X(02)   VALUE SPACES.

       01  WS-MODE                      PIC X(01).
           88  WS-MODE-MANUAL                        VALUE "M".
           88  WS-MODE-VOID                          VALUE "V".

       01  WS-CYCLE-MODE                PIC X(05)   VALUE SPACES.
       01  WS-CYCLE-PERIOD              PIC 9(08)   VALUE 0.
       01  WS-CYCLE-GROUP               PIC X(02)   VALUE SPACES.
       01  WS-STEP-STARTED-SW           PIC X(01)   VALUE 'N'.
           88  WS-STEP-STARTED                      VALUE 'Y'.
       01  WS-STEP-OUT                  PIC 9(01)   VALUE 0.
       01  WS-STEP-CC                   PIC 9(03)   VALUE 0.

       01  WS-OPERATOR                  PIC X(08).
       01  WS-ANSWER                    PIC X(01).
       01  WS-ASK-PERIOD-END            PIC 9(08).
           88  WS-CHK-EOF                           VALUE 'Y'.
       01  WS-VOID-CHECK-NO             PIC 9(06)   VALUE 0.
       01  WS-VOID-CHECK-NAME           PIC X(20)   VALUE SPACES.
       01  WS-VOID-CHECK-GROUP          PIC X(02)   VALUE SPACES.
       01  WS-VOID-CHECK-PAID-SW        PIC X(01)   VALUE 'N'.
           88  WS-VOID-CHECK-PAID                   VALUE 'Y'.
       01  WS-VOID-CHECK-PAID-DATE      PIC 9(08)   VALUE 0.

       01  WS-WORK-HOURS                PIC 9(02)   VALUE 0.
       01  WS-REGULAR-PAY               PIC 9(07)V99.
       01  WS-OVERTIME-HOURS            PIC 9(03).
       01  WS-DOUBLETIME-HOURS          PIC 9(03).
       01  WS-ER-SS-TAX                 PIC 9(07)V99.
       01  WS-PERIODS-PER-YEAR          PIC 9(02)   VALUE 52.
       01  WS-W4-ELECTION.
           05  WS-W4-FILING-STATUS       PIC X(01).
           05  WS-W4-ALLOWANCES          PIC 9(02).
           05  WS-W4-ADDL-AMOUNT         PIC 9(04)V99.
           05  WS-W4-EXEMPT              PIC X(01).
       01  WS-ER-UI-TAX                 PIC 9(07)V99.

       01  WS-ORIG-HOURS                PIC 9(02).
       01  WS-ORIG-NET                  PIC S9(07)V99.
       01  WS-ORIG-RETRO                PIC S9(07)V99.
       01  WS-ORIG-LEAVE-HOURS          PIC 9(03).
       01  WS-ORIG-PAY-GROUP            PIC X(02).
       01  WS-ORIG-DEFERRAL             PIC 9(06)V99.
       01  WS-ORIG-MATCH                PIC 9(06)V99.

       01  WS-TIME-WORK.
           05  WS-TIME-HHMMSS            PIC 9(06).

           CLOSE EMPLOYEE-MASTER PAY-HISTORY-FILE GL-EXPORT-FILE
                 OFFCYCLE-REPORT.
           IF WS-STEP-STARTED
               PERFORM 0300-LOG-STEP-END THRU 0300-LOG-STEP-END-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
       0100-CHECK-GUARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0200-CHECK-CYCLE - THE JOB-STEP SEQUENCING, ONCE THE CALLER
      * HAS SET WS-CYCLE-PERIOD AND WS-CYCLE-GROUP - THE EMPLOYEE'S
      * PAY GROUP FOR A PAYMENT, THE ORIGINAL ENTRY'S GROUP AND PERIOD
      * FOR A VOID.  AN OFF-CYCLE ENTRY MAY LEGITIMATELY COME BEFORE
      * THE PERIOD'S FINAL PAYROLL - THE TUESDAY TERMINATION PAYOUT -
      * BUT NOT INTO A PERIOD WHOSE FINAL PAYROLL DIED OR FAILED,
      * WHERE NOBODY YET KNOWS WHAT WAS PAID.  A VOID OF THE
      * SCHEDULED ENTRY (SEQ 0) NEEDS THE FINAL PAYROLL LOGGED
      * COMPLETE.  ON A PASS THE ENTRY'S START IS LOGGED UNDER
      * WS-CYCLE-MODE AND WS-STEP-STARTED IS SET; THE CALLER GIVES UP
      * WHEN IT IS NOT.
      *----------------------------------------------------------------
       0200-CHECK-CYCLE.
           SET CQ-FUNC-CHECK      TO TRUE.
           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-CYCLE-PERIOD   TO CQ-PERIOD-END.
           MOVE WS-CYCLE-GROUP    TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF CQ-STEP-RUNNING OR CQ-STEP-FAILED
               DISPLAY "The final payroll for period "
                   WS-CYCLE-PERIOD " " CQ-RESULT-TEXT
               DISPLAY "Resolve the payroll cycle first, entry refused."
               GO TO 0200-CHECK-CYCLE-EXIT
           END-IF.
           IF WS-MODE-VOID AND WS-ASK-SEQ = 0
               AND NOT CQ-STEP-OK
               DISPLAY "The final payroll for period "
                   WS-CYCLE-PERIOD " " CQ-RESULT-TEXT
               DISPLAY "A scheduled entry is only voided after a "
                   "completed final payroll, entry refused."
               GO TO 0200-CHECK-CYCLE-EXIT
           END-IF.

           SET CQ-FUNC-START      TO TRUE.
           MOVE "OFFCYCLE"        TO CQ-STEP-NAME.
           MOVE WS-CYCLE-MODE     TO CQ-RUN-MODE.
           MOVE WS-CYCLE-PERIOD   TO CQ-PERIOD-END.
           MOVE WS-CYCLE-GROUP    TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           SET WS-STEP-STARTED    TO TRUE.
           MOVE 0 TO WS-STEP-OUT.
           MOVE 8 TO WS-STEP-CC.
       0200-CHECK-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0300-LOG-STEP-END - LOG THE ENTRY'S END ON THE CYCLOG RUN LOG.
      * ONE ENTRY IN; ONE OUT WHEN IT WAS RECORDED.  A RECORDED OR
      * CANCELLED ENTRY ENDS WITH CODE 0; ONE THAT FAILED PARTWAY
      * KEEPS THE 8 SET AT THE START AND LOGS AS FAILED.
      *----------------------------------------------------------------
       0300-LOG-STEP-END.
           SET CQ-FUNC-END        TO TRUE.
           MOVE "OFFCYCLE"        TO CQ-STEP-NAME.
           MOVE WS-CYCLE-MODE     TO CQ-RUN-MODE.
           MOVE WS-CYCLE-PERIOD   TO CQ-PERIOD-END.
           MOVE WS-CYCLE-GROUP    TO CQ-PAY-GROUP.
           MOVE 1                 TO CQ-RECORDS-IN.
           MOVE WS-STEP-OUT       TO CQ-RECORDS-OUT.
           MOVE WS-STEP-CC        TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           MOVE CQ-COMPLETION-CODE TO RETURN-CODE.
       0300-LOG-STEP-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-MANUAL-PAYMENT - ISSUE AN OFF-CYCLE PAYMENT FOR ONE
      * EMPLOYEE AND PERIOD THROUGH THE SAME CALCULATION SUBPROGRAMS
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PERIOD-END.

           MOVE "PAY"              TO WS-CYCLE-MODE.
           MOVE WS-ASK-PERIOD-END  TO WS-CYCLE-PERIOD.
           MOVE EMP-PAY-GROUP      TO WS-CYCLE-GROUP.
           PERFORM 0200-CHECK-CYCLE THRU 0200-CHECK-CYCLE-EXIT.
           IF NOT WS-STEP-STARTED
               GO TO 1000-MANUAL-PAYMENT-EXIT
           END-IF.

           IF EMP-TYPE-HOURLY
               SET EC-INVALID TO TRUE
               PERFORM 1050-GET-VALID-HOURS
               MOVE 0            TO WS-DOUBLETIME-PAY
           END-IF.

           PERFORM 1070-FIGURE-WITHHOLDING
               THRU 1070-FIGURE-WITHHOLDING-EXIT.
           CALL "ERTAXCLC" USING WS-GROSS-PAY EMP-YTD-GROSS
                                 WS-ER-SS-TAX WS-ER-UI-TAX.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - EMP-TAX.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Manual payment cancelled, nothing changed."
               MOVE 0 TO WS-STEP-CC
               GO TO 1000-MANUAL-PAYMENT-EXIT
           END-IF.

           MOVE WS-ASK-PERIOD-END  TO PH-PERIOD-END.
           MOVE WS-NEXT-SEQ        TO PH-SEQ.
           MOVE "M"                TO PH-ENTRY-TYPE.
           MOVE EMP-PAY-GROUP      TO PH-PAY-GROUP.
           MOVE WS-WORK-HOURS      TO PH-HOURS.
           MOVE WS-REGULAR-PAY     TO PH-REGULAR-PAY.
           COMPUTE PH-OVERTIME-PAY =
           MOVE WS-NET-PAY         TO PH-NET-PAY.
           MOVE 0                  TO PH-RETRO-PAY.
           MOVE 0                  TO PH-LEAVE-HOURS.
           MOVE 0                  TO PH-DEFERRAL.
           MOVE 0                  TO PH-MATCH.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Unable to write the history record, "
               THRU 5000-WRITE-REPORT-LINE-EXIT.
           DISPLAY "Manual payment recorded, employee " EMP-ID
               " period " WS-ASK-PERIOD-END " seq " WS-NEXT-SEQ.
           MOVE 1 TO WS-STEP-OUT.
           MOVE 0 TO WS-STEP-CC.
       1000-MANUAL-PAYMENT-EXIT.
           EXIT.

       1060-GET-VALID-GROSS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-FIGURE-WITHHOLDING - WITHHOLD INCOME TAX ON THE MANUAL
      * PAYMENT'S GROSS UNDER THE EMPLOYEE'S W-4 ELECTION, INTO
      * EMP-TAX, THE SAME WAY THE DRIVER DOES, AS ONE PERIOD OF THE
      * EMPLOYEE'S PAY GROUP.  NO ELECTION ON FILE MEANS SINGLE/ZERO,
      * AND THE OPERATOR IS TOLD SO.
      *----------------------------------------------------------------
       1070-FIGURE-WITHHOLDING.
           IF EMP-W4-ON-FILE
               MOVE EMP-W4-ELECTION TO WS-W4-ELECTION
           ELSE
               MOVE "S" TO WS-W4-FILING-STATUS
               MOVE 0   TO WS-W4-ALLOWANCES
               MOVE 0   TO WS-W4-ADDL-AMOUNT
               MOVE "N" TO WS-W4-EXEMPT
               DISPLAY "No W-4 on file, withheld single/zero."
           END-IF.

           PERFORM 1080-FIND-PAY-FREQUENCY
               THRU 1080-FIND-PAY-FREQUENCY-EXIT.
           CALL "WHCALC" USING WS-GROSS-PAY WS-PERIODS-PER-YEAR
                               WS-W4-ELECTION EMP-TAX.
       1070-FIGURE-WITHHOLDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1080-FIND-PAY-FREQUENCY - SET WS-PERIODS-PER-YEAR FROM THE PAY
      * FREQUENCY OF THE EMPLOYEE'S GROUP ON THE PAYCAL CALENDAR.  A
      * GROUP WITH NO CALENDAR (OR NO CALENDAR AT ALL) IS WITHHELD
      * WEEKLY, AND THE OPERATOR IS TOLD SO.
      *----------------------------------------------------------------
       1080-FIND-PAY-FREQUENCY.
           MOVE SPACES TO WS-PAY-FREQUENCY.
           MOVE 'N'    TO WS-CAL-EOF-SW.
           OPEN INPUT PAY-CALENDAR.
           IF WS-PAYCAL-OK
               PERFORM 1085-READ-ONE-PERIOD
                   THRU 1085-READ-ONE-PERIOD-EXIT
                   UNTIL WS-CAL-EOF
               CLOSE PAY-CALENDAR
           END-IF.

           EVALUATE WS-PAY-FREQUENCY
               WHEN "B"
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN "S"
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN "M"
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN "W"
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   DISPLAY "No calendar for pay group " EMP-PAY-GROUP
                       ", withheld as weekly."
           END-EVALUATE.
       1080-FIND-PAY-FREQUENCY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1085-READ-ONE-PERIOD - READ ONE CALENDAR PERIOD, KEEPING THE
      * FREQUENCY WHEN IT BELONGS TO THE EMPLOYEE'S GROUP.
      *----------------------------------------------------------------
       1085-READ-ONE-PERIOD.
           READ PAY-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1085-READ-ONE-PERIOD-EXIT
           END-READ.
           IF PC-PAY-GROUP = EMP-PAY-GROUP
               MOVE PC-FREQUENCY TO WS-PAY-FREQUENCY
               SET WS-CAL-EOF TO TRUE
           END-IF.
       1085-READ-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-ISSUE-MANUAL-CHECK - DRAW THE NEXT CHECK NUMBER FROM
      * CHKCTL AND WRITE THE CHKREG "I" RECORD AND THE POSITIVE-PAY
                       MOVE CK-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                       MOVE CK-LAST-PERIOD   TO WS-CTL-LAST-PERIOD
                       MOVE CK-RUN-STATUS    TO WS-CTL-RUN-STATUS
                       MOVE CK-LAST-GROUP    TO WS-CTL-LAST-GROUP
               END-READ
               CLOSE CHECK-CONTROL
           ELSE
           MOVE WS-NET-PAY         TO CKR-NET-PAY.
           MOVE EMP-NAME           TO CKR-PAYEE-NAME.
           MOVE "I"                TO CKR-STATUS.
           MOVE 0                  TO CKR-PAID-DATE.
           MOVE EMP-PAY-GROUP      TO CKR-PAY-GROUP.
           WRITE CHECK-REGISTER-RECORD.
           CLOSE CHECK-REGISTER-FILE.

           COMPUTE CK-NEXT-CHECK-NO = WS-NEXT-CHECK-NO + 1.
           MOVE WS-CTL-LAST-PERIOD TO CK-LAST-PERIOD.
           MOVE WS-CTL-RUN-STATUS  TO CK-RUN-STATUS.
           MOVE WS-CTL-LAST-GROUP  TO CK-LAST-GROUP.
           WRITE CHECK-CONTROL-LINE.
           CLOSE CHECK-CONTROL.

               GO TO 2000-VOID-PAYMENT-EXIT
           END-IF.

           MOVE "VOID"             TO WS-CYCLE-MODE.
           MOVE PH-PERIOD-END      TO WS-CYCLE-PERIOD.
           MOVE PH-PAY-GROUP       TO WS-CYCLE-GROUP.
           PERFORM 0200-CHECK-CYCLE THRU 0200-CHECK-CYCLE-EXIT.
           IF NOT WS-STEP-STARTED
               GO TO 2000-VOID-PAYMENT-EXIT
           END-IF.

           MOVE PH-HOURS        TO WS-ORIG-HOURS.
           MOVE PH-REGULAR-PAY  TO WS-ORIG-REGULAR-PAY.
           MOVE PH-OVERTIME-PAY TO WS-ORIG-OVERTIME-PAY.
           MOVE PH-NET-PAY      TO WS-ORIG-NET.
           MOVE PH-RETRO-PAY    TO WS-ORIG-RETRO.
           MOVE PH-LEAVE-HOURS  TO WS-ORIG-LEAVE-HOURS.
           MOVE PH-PAY-GROUP    TO WS-ORIG-PAY-GROUP.
           MOVE PH-DEFERRAL     TO WS-ORIG-DEFERRAL.
           MOVE PH-MATCH        TO WS-ORIG-MATCH.

           PERFORM 2100-COUNT-VOIDS THRU 2100-COUNT-VOIDS-EXIT.
           IF WS-VOID-COUNT > 0
                   "history listing before voiding again."
           END-IF.

           PERFORM 2200-FIND-ISSUED-CHECK
               THRU 2200-FIND-ISSUED-CHECK-EXIT.
           IF WS-VOID-CHECK-PAID
               DISPLAY "Check " WS-VOID-CHECK-NO " was paid by the "
                   "bank on " WS-VOID-CHECK-PAID-DATE
                   " and cannot be voided."
               DISPLAY "Recover the cashed check from the employee "
                   "instead, entry refused."
               MOVE 8 TO WS-STEP-CC
               GO TO 2000-VOID-PAYMENT-EXIT
           END-IF.

           DISPLAY "Void " WS-ORIG-GROSS " GROSS / " WS-ORIG-NET
               " NET for this entry (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Void cancelled, nothing changed."
               MOVE 0 TO WS-STEP-CC
               GO TO 2000-VOID-PAYMENT-EXIT
           END-IF.

           MOVE WS-ASK-PERIOD-END  TO PH-PERIOD-END.
           MOVE WS-NEXT-SEQ        TO PH-SEQ.
           MOVE "V"                TO PH-ENTRY-TYPE.
           MOVE WS-ORIG-PAY-GROUP   TO PH-PAY-GROUP.
           MOVE WS-ORIG-HOURS       TO PH-HOURS.
           MOVE WS-ORIG-REGULAR-PAY TO PH-REGULAR-PAY.
           MOVE WS-ORIG-OVERTIME-PAY TO PH-OVERTIME-PAY.
           MOVE WS-ORIG-NET         TO PH-NET-PAY.
           MOVE WS-ORIG-RETRO       TO PH-RETRO-PAY.
           MOVE WS-ORIG-LEAVE-HOURS TO PH-LEAVE-HOURS.
           MOVE WS-ORIG-DEFERRAL    TO PH-DEFERRAL.
           MOVE WS-ORIG-MATCH       TO PH-MATCH.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Unable to write the void record, "
           ELSE
               SUBTRACT WS-ORIG-TAX FROM EMP-YTD-TAX
           END-IF.
           IF WS-ORIG-DEFERRAL > EMP-YTD-DEFERRAL
               MOVE 0 TO EMP-YTD-DEFERRAL
           ELSE
               SUBTRACT WS-ORIG-DEFERRAL FROM EMP-YTD-DEFERRAL
           END-IF.
           IF WS-ORIG-MATCH > EMP-YTD-MATCH
               MOVE 0 TO EMP-YTD-MATCH
           ELSE
               SUBTRACT WS-ORIG-MATCH FROM EMP-YTD-MATCH
           END-IF.

      *    THE EMPLOYER TAXES ARE REVERSED BY RE-RUNNING THE VOIDED
      *    GROSS AGAINST THE ROLLED-BACK YTD - EXACT UNLESS A LATER
           PERFORM 4100-WRITE-GL-VOID
               THRU 4100-WRITE-GL-VOID-EXIT.

           PERFORM 2220-VOID-CHECK-REGISTER
               THRU 2220-VOID-CHECK-REGISTER-EXIT.

               THRU 5000-WRITE-REPORT-LINE-EXIT.
           DISPLAY "Void recorded, employee " EMP-ID
               " period " WS-ASK-PERIOD-END " seq " WS-NEXT-SEQ.
           MOVE 1 TO WS-STEP-OUT.
           MOVE 0 TO WS-STEP-CC.
       2000-VOID-PAYMENT-EXIT.
           EXIT.

      * 2200-FIND-ISSUED-CHECK - WAS THE ENTRY BEING VOIDED PAID BY
      * CHECK?  SCAN THE CHKREG REGISTER FOR AN ISSUED CHECK MATCHING
      * THE EMPLOYEE, PERIOD AND NET; A LATER "V" RECORD FOR THE SAME
      * CHECK NUMBER MEANS IT WAS ALREADY VOIDED.  A LATER "P" RECORD
      * FOR THE SAME CHECK NUMBER MEANS THE BANK HAS CASHED IT - THE
      * PAID SWITCH AND DATE ARE SET AND THE CALLER REFUSES THE VOID
      * BEFORE ANYTHING IS WRITTEN, SINCE THE MONEY HAS LEFT THE BANK.
      * NO REGISTER ON FILE OR NO MATCH MEANS THE ENTRY WAS
      * DEPOSIT-PAID (OR THE CHECK WAS ALREADY WORKED) AND THE
      * REGISTER IS LEFT ALONE.  THE SCAN RUNS BEFORE ANY UPDATE.
      *----------------------------------------------------------------
       2200-FIND-ISSUED-CHECK.
           MOVE 0   TO WS-VOID-CHECK-NO WS-VOID-CHECK-PAID-DATE.
           MOVE 'N' TO WS-VOID-CHECK-PAID-SW.
           MOVE 'N' TO WS-CHK-EOF-SW.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF NOT WS-CHKREG-OK
                   SET WS-CHK-EOF TO TRUE
                   GO TO 2210-SCAN-ONE-CHECK-EXIT
           END-READ.
      *    THE "P" RECORD CARRIES THE AMOUNT THE BANK PAID, WHICH NEED
      *    NOT BE THE NET, SO IT IS MATCHED ON THE CHECK NUMBER ALONE.
           IF CKR-PAID
               IF WS-VOID-CHECK-NO NOT = 0
                   AND CKR-CHECK-NO = WS-VOID-CHECK-NO
                   SET WS-VOID-CHECK-PAID TO TRUE
                   MOVE CKR-PAID-DATE TO WS-VOID-CHECK-PAID-DATE
               END-IF
               GO TO 2210-SCAN-ONE-CHECK-EXIT
           END-IF.
           IF CKR-EMP-ID NOT = EMP-ID
               OR CKR-PERIOD-END NOT = WS-ASK-PERIOD-END
               OR CKR-NET-PAY NOT = WS-ORIG-NET
           IF CKR-ISSUED
               MOVE CKR-CHECK-NO   TO WS-VOID-CHECK-NO
               MOVE CKR-PAYEE-NAME TO WS-VOID-CHECK-NAME
               MOVE CKR-PAY-GROUP  TO WS-VOID-CHECK-GROUP
               MOVE 'N'            TO WS-VOID-CHECK-PAID-SW
               MOVE 0              TO WS-VOID-CHECK-PAID-DATE
           ELSE
               IF CKR-VOIDED AND CKR-CHECK-NO = WS-VOID-CHECK-NO
                   MOVE 0 TO WS-VOID-CHECK-NO
           MOVE WS-ORIG-NET        TO CKR-NET-PAY.
           MOVE WS-VOID-CHECK-NAME TO CKR-PAYEE-NAME.
           MOVE "V"                TO CKR-STATUS.
           MOVE 0                  TO CKR-PAID-DATE.
           MOVE WS-VOID-CHECK-GROUP TO CKR-PAY-GROUP.
           WRITE CHECK-REGISTER-RECORD.
           CLOSE CHECK-REGISTER-FILE.
           DISPLAY "Check " WS-VOID-CHECK-NO
      * THE VOIDED ENTRY'S DEDUCTION TOTAL REVERSES AGAINST THE "OTH"
      * PAYABLE - PAYHIST DOES NOT CARRY THE PER-CODE SPLIT, AND
      * ACCOUNTING RECONSTRUCTS IT FROM THE REGISTER THE SAME WAY
      * THE DRIVER'S OTH FOLDS ARE WORKED.  THE 401(K) DEFERRAL AND
      * MATCH COME BACK OFF THE PLAN PAYABLE AND THE MATCH OFF ITS
      * EXPENSE, WHEN THE ENTRY CARRIED ANY.
      *----------------------------------------------------------------
       4100-WRITE-GL-VOID.
           MOVE EMP-DEPT                  TO GL-DEPT.
               WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE
           END-IF.

           IF WS-ORIG-DEFERRAL > 0 OR WS-ORIG-MATCH > 0
               MOVE "401K PLAN PAYABLE"   TO GL-ACCOUNT-NAME
               MOVE "DR"                  TO GL-DR-CR
               COMPUTE GL-AMOUNT = WS-ORIG-DEFERRAL + WS-ORIG-MATCH
               WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE
               MOVE "401K MATCH EXPENSE"  TO GL-ACCOUNT-NAME
               MOVE "CR"                  TO GL-DR-CR
               MOVE WS-ORIG-MATCH         TO GL-AMOUNT
               WRITE GL-EXPORT-LINE FROM GL-JOURNAL-LINE
           END-IF.

           MOVE "NET PAY PAYABLE"         TO GL-ACCOUNT-NAME.
           MOVE "DR"                      TO GL-DR-CR.
           MOVE WS-ORIG-NET               TO GL-AMOUNT.
