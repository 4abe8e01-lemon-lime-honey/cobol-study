      *                   ALSO SKIPS AN EMPLOYEE WHOSE SCHEDULED PAY
      *                   ENTRY WAS VOIDED OFF-CYCLE BEFORE THE
      *                   CHECK RUN.
      *  2026-10-15 DO    THE RUN NOW REFUSES A PERIOD WHOSE FINAL
      *                   PAYDRV RUN IS NOT LOGGED COMPLETE ON THE
      *                   CYCLOG CYCLE RUN LOG, AND LOGS ITS OWN START
      *                   AND END THERE WITH THE CHECKS ISSUED.
      *  2026-10-15 DO    PAY GROUPS.  THE RUN CUTS CHECKS FOR THE PAY
      *                   GROUP ON THE PAYRUN CARD (16 BYTES) ONLY,
      *                   SEQUENCES AGAINST THAT GROUP'S FINAL PAYROLL
      *                   ON THE CYCLE LOG, AND CARRIES THE GROUP ON
      *                   CHKREG AND CHKCTL (17 BYTES), SO TWO GROUPS'
      *                   PERIODS ENDING ON ONE DATE ARE EACH PAID.
      *  2026-10-15 DO    401(K) PLAN.  THE STUB SHOWS THE PERIOD'S
      *                   401(K) DEFERRAL UNDER GROSS PAY AND THE
      *                   EMPLOYER MATCH UNDER NET PAY, WHEN THE
      *                   HISTORY RECORD CARRIES THEM.  TRACKED THE
      *                   PAYROLL DRIVER'S CHECKPOINT RECORD GROWING
      *                   TO 58 BYTES.
      *  2026-10-15 DO    THE CHKREG ISSUE RECORD NOW ZEROES ITS PAID
      *                   DATE INSTEAD OF CARRYING WHATEVER THE LAST
      *                   REGISTER RECORD READ LEFT IN THE BUFFER.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCHK.
           COPY PAYHIST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  RUN-CONTROL-CARD.
           05  RN-PERIOD-END             PIC 9(08).
           05  RN-RESTART-FLAG           PIC X(01).
           05  RN-RUN-MODE               PIC X(05).
           05  RN-PAY-GROUP              PIC X(02).

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

       FD  CHECK-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POSPAY-EXPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CYCREQ.

       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".
           88  WS-MASTER-EOF                         VALUE "10".

       01  WS-NEXT-CHECK-NO             PIC 9(06)   VALUE 100001.
       01  WS-CTL-STATUS                PIC X(01)   VALUE "P".
       01  WS-PAY-GROUP                 PIC X(02)   VALUE SPACES.
       01  WS-CHECK-COUNT               PIC 9(06)   VALUE 0.
       01  WS-CHECK-TOTAL               PIC 9(09)V99 VALUE 0.

           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.
           PERFORM 1100-CHECK-GUARDS THRU 1100-CHECK-GUARDS-EXIT.
           PERFORM 1150-CHECK-CYCLE THRU 1150-CHECK-CYCLE-EXIT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           EXIT.

      *----------------------------------------------------------------
      * 1050-READ-RUN-CONTROL - READ THE SAME PAYRUN PARAMETER CARD THE
      * PAYROLL DRIVER RAN FROM.  ONLY THE PAY-PERIOD END DATE AND THE
      * PAY GROUP ARE USED HERE, BUT THE CARD MUST NAME A FINAL RUN -
      * THERE IS NO SUCH THING AS A TRIAL CHECK.
      *----------------------------------------------------------------
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
               STOP RUN
           END-IF.

           IF RN-PAY-GROUP = SPACES
               DISPLAY "PAY GROUP IS MISSING FROM THE RUN CARD"
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

           MOVE RN-PERIOD-END TO WS-PERIOD-END.
           MOVE RN-PAY-GROUP  TO WS-PAY-GROUP.
           CLOSE RUN-CONTROL-FILE.

           MOVE WS-PERIOD-END-MONTH TO WS-PERIOD-DSP-MONTH.
           MOVE WS-PERIOD-END-DAY   TO WS-PERIOD-DSP-DAY.
           MOVE WS-PERIOD-END-YEAR  TO WS-PERIOD-DSP-YEAR.

           DISPLAY "PAYCHK PERIOD END " WS-PERIOD-END-DISPLAY
               ", PAY GROUP " WS-PAY-GROUP.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-GUARDS - THE RUN-ONCE PROTECTION.  REFUSES TO CUT
      * CHECKS WHILE THE PAYROLL DRIVER'S CHECKPOINT SHOWS A RUN STILL
      * IN FLIGHT, REFUSES A GROUP'S PERIOD CHKCTL SHOWS ALREADY ISSUED
      * (A CONTROL RECORD WRITTEN BEFORE PAY GROUPS CARRIES NO GROUP AND
      * COUNTS FOR ANY), AND REFUSES A RERUN OVER A CHECK RUN THAT DIED
      * MID-ISSUE - THE REGISTER AND THE PRINTED CHECKS FROM THE DEAD
      * RUN NEED MANUAL RECONCILING FIRST.
      *----------------------------------------------------------------
       1100-CHECK-GUARDS.
           OPEN INPUT RESTART-CONTROL.
                       STOP RUN
                   END-IF
                   IF CK-LAST-PERIOD = WS-PERIOD-END
                       AND (CK-LAST-GROUP = SPACES
                            OR CK-LAST-GROUP = WS-PAY-GROUP)
                       DISPLAY "CHECKS FOR PERIOD " WS-PERIOD-END
                           " PAY GROUP " WS-PAY-GROUP
                           " ARE ALREADY ISSUED, RUN REFUSED"
                       CLOSE CHECK-CONTROL
                       STOP RUN
       1100-CHECK-GUARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-CHECK-CYCLE - THE JOB-STEP SEQUENCING.  CHECKS ARE CUT
      * ONLY FROM A FINAL PAYROLL THE CYCLOG RUN LOG SHOWS COMPLETE
      * FOR THE PERIOD - NOT ONE THAT NEVER RAN, DIED OR FAILED.  ON
      * A PASS THE RUN'S OWN START IS LOGGED.
      *----------------------------------------------------------------
       1150-CHECK-CYCLE.
           SET CQ-FUNC-CHECK      TO TRUE.
           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF NOT CQ-STEP-OK
               DISPLAY "FINAL PAYROLL FOR PERIOD "
                   WS-PERIOD-END-DISPLAY " " CQ-RESULT-TEXT
               DISPLAY "CHECKS ARE ONLY WRITTEN FROM A COMPLETED "
                   "FINAL PAYROLL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CQ-FUNC-START      TO TRUE.
           MOVE "PAYCHK"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
       1150-CHECK-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ISSUED - LOAD THE PERIOD'S SLICE OF THE CHECK
      * REGISTER INTO THE ISSUED TABLE - ONE ENTRY PER EMPLOYEE WITH
           EXIT.

      *----------------------------------------------------------------
      * 1310-LOAD-ONE-ISSUED - TALLY ONE REGISTER RECORD FOR THE RUN'S
      * PERIOD AND PAY GROUP - A RECORD WRITTEN BEFORE PAY GROUPS
      * CARRIES NO GROUP AND IS TALLIED FOR ANY.  AN OVERFLOWING TABLE
      * STOPS THE RUN - WITH A PARTIAL TABLE THE DOUBLE-ISSUE PROTECTION
      * WOULD SILENTLY DEGRADE.
      *----------------------------------------------------------------
       1310-LOAD-ONE-ISSUED.
           READ CHECK-REGISTER-FILE
           IF CKR-PERIOD-END NOT = WS-PERIOD-END
               GO TO 1310-LOAD-ONE-ISSUED-EXIT
           END-IF.
           IF CKR-PAY-GROUP NOT = SPACES
               AND CKR-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 1310-LOAD-ONE-ISSUED-EXIT
           END-IF.

           PERFORM 1320-FIND-ISSUED THRU 1320-FIND-ISSUED-EXIT
               VARYING WS-ISS-IDX FROM 1 BY 1
           EXIT.

      *----------------------------------------------------------------
      * 2000-SWEEP-MASTER - READ THE NEXT EMPLOYEE MASTER RECORD IN KEY
      * SEQUENCE AND ISSUE A CHECK FOR EVERY CHECK-METHOD EMPLOYEE OF
      * THE RUN'S PAY GROUP PAID THIS PERIOD.  AN EMPLOYEE WHO ALREADY
      * HAS AN UNVOIDED CHECK ON THE REGISTER FOR THE PERIOD IS SKIPPED,
      * AND SO IS AN EMPLOYEE WHOSE SCHEDULED PAY ENTRY WAS VOIDED
      * THROUGH OFFCYCLE BETWEEN THE FINAL RUN AND THIS ONE.
      *----------------------------------------------------------------
               GO TO 2000-SWEEP-MASTER-EXIT
           END-IF.

           IF EMP-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 2000-SWEEP-MASTER-EXIT
           END-IF.

           PERFORM 1320-FIND-ISSUED THRU 1320-FIND-ISSUED-EXIT
               VARYING WS-ISS-IDX FROM 1 BY 1
               UNTIL WS-ISS-IDX > WS-ISSUED-COUNT
           MOVE PH-GROSS-PAY     TO SB-AMOUNT.
           WRITE CHECK-PRINT-LINE FROM STUB-AMOUNT-LINE.

           IF PH-DEFERRAL NOT = 0
               MOVE "401K DEFERRAL"  TO SB-LABEL
               MOVE PH-DEFERRAL      TO SB-AMOUNT
               WRITE CHECK-PRINT-LINE FROM STUB-AMOUNT-LINE
           END-IF.

           MOVE "TAX WITHHELD"   TO SB-LABEL.
           MOVE PH-TAX           TO SB-AMOUNT.
           WRITE CHECK-PRINT-LINE FROM STUB-AMOUNT-LINE.
           MOVE PH-NET-PAY       TO SB-AMOUNT.
           WRITE CHECK-PRINT-LINE FROM STUB-AMOUNT-LINE.

           IF PH-MATCH NOT = 0
               MOVE "401K ER MATCH"  TO SB-LABEL
               MOVE PH-MATCH         TO SB-AMOUNT
               WRITE CHECK-PRINT-LINE FROM STUB-AMOUNT-LINE
           END-IF.

           WRITE CHECK-PRINT-LINE FROM CHECK-SEPARATOR-LINE.
       2200-PRINT-CHECK-EXIT.
           EXIT.
           MOVE WS-NEXT-CHECK-NO TO CKR-CHECK-NO.
           MOVE EMP-ID           TO CKR-EMP-ID.
           MOVE WS-PERIOD-END    TO CKR-PERIOD-END.
           MOVE WS-PAY-GROUP     TO CKR-PAY-GROUP.
           MOVE WS-RUN-DATE      TO CKR-ISSUE-DATE.
           MOVE PH-NET-PAY       TO CKR-NET-PAY.
           MOVE EMP-NAME         TO CKR-PAYEE-NAME.
           MOVE "I"              TO CKR-STATUS.
           MOVE 0                TO CKR-PAID-DATE.
           WRITE CHECK-REGISTER-RECORD.
       2300-WRITE-REGISTER-EXIT.
           EXIT.
           DISPLAY "PAYCHK COMPLETE, " WS-CHECK-COUNT
               " CHECKS ISSUED FOR PERIOD " WS-PERIOD-END-DISPLAY
               ", " WS-SKIPPED-COUNT " SKIPPED".

      *    LOG THE END ON THE CYCLOG RUN LOG - CHECK-METHOD EMPLOYEES
      *    CONSIDERED IN, CHECKS ISSUED OUT.  THE CALL RESETS
      *    RETURN-CODE, SO THE CODE IS PUT BACK AFTERWARD.
           SET CQ-FUNC-END        TO TRUE.
           MOVE "PAYCHK"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           COMPUTE CQ-RECORDS-IN = WS-CHECK-COUNT + WS-SKIPPED-COUNT.
           MOVE WS-CHECK-COUNT    TO CQ-RECORDS-OUT.
           MOVE RETURN-CODE       TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           MOVE CQ-COMPLETION-CODE TO RETURN-CODE.
       3000-FINALIZE-EXIT.
           EXIT.

           MOVE WS-NEXT-CHECK-NO TO CK-NEXT-CHECK-NO.
           MOVE WS-PERIOD-END    TO CK-LAST-PERIOD.
           MOVE WS-CTL-STATUS    TO CK-RUN-STATUS.
           MOVE WS-PAY-GROUP     TO CK-LAST-GROUP.
           WRITE CHECK-CONTROL-LINE.
           CLOSE CHECK-CONTROL.
       3100-RECORD-CONTROL-EXIT.
