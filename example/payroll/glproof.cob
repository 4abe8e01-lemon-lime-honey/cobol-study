      *  REMARKS
      *     PAYROLL-TO-GL RECONCILIATION PROOF.  RUNS AFTER EACH
      *     FINAL PAYROLL (AND AFTER PAYCHK), BEFORE ACCOUNTING LOADS
      *     ANYTHING.  PROVES FOUR THINGS AGAINST THE RUN CARD'S
      *     PERIOD:
      *        1. THE GLEXPORT JOURNAL BALANCES - DEBITS EQUAL
      *           CREDITS BY DEPARTMENT AND IN TOTAL.
      *        3. THE NET-PAY CASH CREDIT EQUALS THE DDEXPORT TRAILER
      *           TOTAL PLUS THE CHECK-METHOD NET ON THE CHKREG
      *           CHECK REGISTER FOR THE PERIOD.
      *        4. THE 401(K) PLAN PAYABLE CREDIT EQUALS THE PERIOD'S
      *           PAYHIST DEFERRALS PLUS EMPLOYER MATCH.
      *     EVERY OUT-OF-BALANCE AMOUNT IS PRINTED ON THE GLPRUF
      *     PROOF REPORT IDENTIFIED TO ITS DEPARTMENT OR ACCOUNT
      *     LINE, AND THE JOB ENDS WITH A NONZERO CONDITION CODE SO
      *                   RECORDS OFFCYCLE APPENDS TO THE REGISTER,
      *                   SO A VOIDED CHECK NO LONGER COUNTS IN THE
      *                   CASH PROOF.
      *  2026-10-15 DO    THE PROOF NOW REFUSES A PERIOD UNLESS THE
      *                   CYCLOG CYCLE RUN LOG SHOWS BOTH THE FINAL
      *                   PAYDRV RUN AND THE PAYCHK CHECK RUN COMPLETE
      *                   FOR IT - A PROOF RUN AHEAD OF THE CHECKS
      *                   PROVES AGAINST A HALF-WRITTEN REGISTER - AND
      *                   LOGS ITS OWN START AND END THERE, THE END
      *                   CARRYING THE PROOF'S CONDITION CODE.
      *  2026-10-15 DO    PAY GROUPS.  THE PROOF RUNS FOR THE PAY
      *                   GROUP ON THE PAYRUN CARD (16 BYTES) - IT
      *                   SEQUENCES AGAINST THAT GROUP'S PAYDRV AND
      *                   PAYCHK RUNS, AND SUMS ONLY THAT GROUP'S
      *                   PAYHIST AND CHKREG RECORDS (ONES WRITTEN
      *                   BEFORE PAY GROUPS CARRY NO GROUP AND COUNT).
      *  2026-10-15 DO    ADDED THE FOURTH PROOF - THE 401K PLAN
      *                   PAYABLE LINES, NET, AGAINST THE PERIOD'S
      *                   PAYHIST DEFERRAL AND MATCH (VOIDS SUBTRACT).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  RUN-CONTROL-CARD.
           05  RN-PERIOD-END             PIC 9(08).
           05  RN-RESTART-FLAG           PIC X(01).
           05  RN-RUN-MODE               PIC X(05).
           05  RN-PAY-GROUP              PIC X(02).

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CYCREQ.

       01  WS-RUNCTL-STATUS             PIC X(02).
           88  WS-RUNCTL-OK                          VALUE "00".
       01  WS-GL-STATUS                 PIC X(02).
           88  WS-PROVED                            VALUE 'Y'.

       01  WS-PERIOD-END                PIC 9(08).
       01  WS-PAY-GROUP                 PIC X(02).
       01  WS-GL-LINE-COUNT             PIC 9(07)   VALUE 0.

       01  WS-DEPT-COUNT                PIC 9(03)   VALUE 0.
       01  WS-DEPT-TABLE.
       01  WS-GL-WAGE-NET               PIC S9(11)V99 VALUE 0.
       01  WS-GL-TAX-NET                PIC S9(11)V99 VALUE 0.
       01  WS-GL-NETPAY-NET             PIC S9(11)V99 VALUE 0.
       01  WS-GL-PLAN-NET               PIC S9(11)V99 VALUE 0.
       01  WS-HIST-GROSS                PIC S9(11)V99 VALUE 0.
       01  WS-HIST-TAX                  PIC S9(11)V99 VALUE 0.
       01  WS-HIST-PLAN                 PIC S9(11)V99 VALUE 0.
       01  WS-DD-TRAILER-NET            PIC 9(09)V99 VALUE 0.
       01  WS-CHECK-NET                 PIC S9(11)V99 VALUE 0.
       01  WS-EXPECTED-CASH             PIC S9(11)V99 VALUE 0.
           05  FILLER                    PIC X(11) VALUE
               "PERIOD END ".
           05  PL-PERIOD-END              PIC 9(08).
           05  FILLER                    PIC X(13) VALUE
               "   PAY GROUP ".
           05  PL-PAY-GROUP               PIC X(02).

       01  PROOF-ITEM-LINE.
           05  PI-RESULT                 PIC X(08).
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE RUN CARD FOR THE PERIOD AND PAY GROUP
      * AND OPEN EVERYTHING.  A MISSING DDEXPORT OR CHKREG IS A ZERO
      * TOTAL, NOT AN ERROR - A PERIOD CAN LEGITIMATELY HAVE NO DEPOSITS
      * OR NO CHECKS - BUT A MISSING GL EXPORT OR HISTORY FILE MEANS
      * THERE IS NOTHING TO PROVE AND THE RUN STOPS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
           END-READ.
           IF RN-PAY-GROUP = SPACES
               DISPLAY "PAY GROUP IS MISSING FROM THE RUN CARD"
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.
           MOVE RN-PERIOD-END TO WS-PERIOD-END.
           MOVE RN-PAY-GROUP  TO WS-PAY-GROUP.
           CLOSE RUN-CONTROL-FILE.

           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           PERFORM 1100-CHECK-ONE-STEP THRU 1100-CHECK-ONE-STEP-EXIT.
           MOVE "PAYCHK"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           PERFORM 1100-CHECK-ONE-STEP THRU 1100-CHECK-ONE-STEP-EXIT.

           OPEN INPUT GL-EXPORT-FILE.
           IF NOT WS-GL-OK
               DISPLAY "GL EXPORT FILE NOT FOUND, FILE STATUS "
           END-IF.
           OPEN OUTPUT PROOF-REPORT.

           SET CQ-FUNC-START      TO TRUE.
           MOVE "GLPROOF"         TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           WRITE PROOF-REPORT-LINE FROM RPT-HEADING-LINE-1.
           MOVE WS-PERIOD-END TO PL-PERIOD-END.
           MOVE WS-PAY-GROUP  TO PL-PAY-GROUP.
           WRITE PROOF-REPORT-LINE FROM RPT-PERIOD-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-ONE-STEP - THE JOB-STEP SEQUENCING.  REFUSE THE
      * PROOF UNLESS THE CYCLOG RUN LOG SHOWS THE STEP NAMED IN
      * CQ-STEP-NAME COMPLETE FOR THE PERIOD AND PAY GROUP - NOTHING
      * IS OPENED YET.
      *----------------------------------------------------------------
       1100-CHECK-ONE-STEP.
           SET CQ-FUNC-CHECK      TO TRUE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF NOT CQ-STEP-OK
               DISPLAY CQ-STEP-NAME " FOR PERIOD " WS-PERIOD-END
                   " " CQ-RESULT-TEXT
               DISPLAY "THE PROOF RUNS AFTER THE FINAL PAYROLL AND "
                   "THE CHECK RUN COMPLETE, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CHECK-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-GL - ROLL ONE JOURNAL LINE INTO THE DEPARTMENT AND
      * ACCOUNT TOTALS.  DEBITS AND CREDITS ARE KEPT APART PER
      * DEPARTMENT; THE WAGE, WITHHOLDING, NET-PAY AND PLAN PAYABLE
      * ACCOUNTS ARE TRACKED NET (CREDITS LESS DEBITS OR THE REVERSE)
      * SO REVERSING ENTRIES FROM VOIDS AND ACH RETURNS PROVE OUT TOO.
      *----------------------------------------------------------------
       2000-SCAN-GL.
           READ GL-EXPORT-FILE
                   SET WS-GL-EOF TO TRUE
                   GO TO 2000-SCAN-GL-EXIT
           END-READ.
           ADD 1 TO WS-GL-LINE-COUNT.

           PERFORM 2100-FIND-DEPT THRU 2100-FIND-DEPT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
                   ELSE
                       SUBTRACT GL-AMOUNT FROM WS-GL-NETPAY-NET
                   END-IF
               WHEN "401K PLAN PAYABLE"
                   IF GL-DR-CR = "CR"
                       ADD GL-AMOUNT TO WS-GL-PLAN-NET
                   ELSE
                       SUBTRACT GL-AMOUNT FROM WS-GL-PLAN-NET
                   END-IF
           END-EVALUATE.
       2000-SCAN-GL-EXIT.
           EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-HISTORY - SUM THE PERIOD'S PAYHIST RECORDS FOR THE
      * PAY GROUP (A RECORD WITH NO GROUP PREDATES GROUPS AND COUNTS).
      * REGULAR AND MANUAL ENTRIES ADD, VOIDS SUBTRACT - THE SAME
      * ARITHMETIC THE JOURNAL CARRIES.
      *----------------------------------------------------------------
           IF PH-PERIOD-END NOT = WS-PERIOD-END
               GO TO 3000-SCAN-HISTORY-EXIT
           END-IF.
           IF PH-PAY-GROUP NOT = SPACES
               AND PH-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 3000-SCAN-HISTORY-EXIT
           END-IF.

           IF PH-TYPE-VOID
               SUBTRACT PH-GROSS-PAY FROM WS-HIST-GROSS
               SUBTRACT PH-TAX       FROM WS-HIST-TAX
               SUBTRACT PH-DEFERRAL  FROM WS-HIST-PLAN
               SUBTRACT PH-MATCH     FROM WS-HIST-PLAN
           ELSE
               ADD PH-GROSS-PAY TO WS-HIST-GROSS
               ADD PH-TAX       TO WS-HIST-TAX
               ADD PH-DEFERRAL  TO WS-HIST-PLAN
               ADD PH-MATCH     TO WS-HIST-PLAN
           END-IF.
       3000-SCAN-HISTORY-EXIT.
           EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SCAN-CHECKS - SUM THE CHECK REGISTER FOR THE PERIOD AND
      * PAY GROUP, ON THE SAME NO-GROUP RULE AS THE HISTORY SCAN.
      * ISSUED CHECKS ADD; THE "V" RECORDS OFFCYCLE APPENDS WHEN A
      * CHECK-PAID ENTRY IS VOIDED SUBTRACT, THE SAME ARITHMETIC THE
      * JOURNAL AND PAYHIST CARRY.
                   SET WS-CHK-EOF TO TRUE
                   GO TO 5000-SCAN-CHECKS-EXIT
           END-READ.
           IF CKR-PAY-GROUP NOT = SPACES
               AND CKR-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 5000-SCAN-CHECKS-EXIT
           END-IF.
           IF CKR-PERIOD-END = WS-PERIOD-END
               IF CKR-ISSUED
                   ADD CKR-NET-PAY TO WS-CHECK-NET
           EXIT.

      *----------------------------------------------------------------
      * 6000-PROVE - RUN THE FOUR PROOFS AND PRINT EVERY RESULT,
      * BALANCED OR NOT, SO THE REPORT IS THE WHOLE STORY.
      *----------------------------------------------------------------
       6000-PROVE.
               TO PI-DESCRIPTION.
           PERFORM 6200-PRINT-PROOF-ITEM
               THRU 6200-PRINT-PROOF-ITEM-EXIT.

           COMPUTE WS-DIFFERENCE = WS-GL-PLAN-NET - WS-HIST-PLAN.
           MOVE "401K PAYABLE LESS PAYHIST DEF+MATCH"
               TO PI-DESCRIPTION.
           PERFORM 6200-PRINT-PROOF-ITEM
               THRU 6200-PRINT-PROOF-ITEM-EXIT.
       6000-PROVE-EXIT.
           EXIT.

           IF NOT WS-PROVED
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    LOG THE END ON THE CYCLOG RUN LOG - JOURNAL LINES READ IN,
      *    DEPARTMENTS PROVED OUT.  AN UNPROVED RUN LOGS AS FAILED.
      *    THE CALL RESETS RETURN-CODE, SO THE CODE IS PUT BACK.
           SET CQ-FUNC-END        TO TRUE.
           MOVE "GLPROOF"         TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-PAY-GROUP      TO CQ-PAY-GROUP.
           MOVE WS-GL-LINE-COUNT  TO CQ-RECORDS-IN.
           MOVE WS-DEPT-COUNT     TO CQ-RECORDS-OUT.
           MOVE RETURN-CODE       TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           MOVE CQ-COMPLETION-CODE TO RETURN-CODE.
       7000-FINALIZE-EXIT.
           EXIT.
