      *                   THE GL OFFSET IS NOT SAFE TO REPLAY - A
      *                   RETURN ALREADY WORKED IS NOW LISTED AS
      *                   SUCH INSTEAD OF POSTED A SECOND TIME.
      *  2026-10-15 DO    A PRE-PASS NOW COLLECTS THE PAY PERIODS ON
      *                   THE RETURN FILE AND REFUSES THE RUN UNLESS
      *                   THE CYCLOG CYCLE RUN LOG SHOWS A COMPLETED
      *                   FINAL PAYROLL FOR EVERY ONE OF THEM - A
      *                   PERIOD WHOSE DEPOSITS NEVER WENT OUT CANNOT
      *                   HAVE A RETURN.  THE RUN LOGS A START AND END
      *                   THERE FOR EACH PERIOD IT WORKS.
      *  2026-10-15 DO    PAY GROUPS.  THE CYCLOG CALLS PASS A BLANK
      *                   PAY GROUP, WHICH MATCHES EVERY GROUP'S
      *                   ENTRIES, SINCE THIS STEP IS NOT RUN BY GROUP.
      *  2026-10-15 DO    TRACKED THE PAYROLL DRIVER'S CHECKPOINT
      *                   RECORD GROWING TO 58 BYTES (PLANCONT COUNT
      *                   AND 401(K) DEFERRAL AND MATCH TOTALS ADDED).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.
       01  GL-EXPORT-LINE               PIC X(80).

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

       FD  WORKED-RETURNS-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  RETURNS-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CYCREQ.

       01  WS-RETURN-STATUS             PIC X(02).
           88  WS-RETURN-OK                          VALUE "00".

           88  WS-EOF                               VALUE 'Y'.
       01  WS-WORKED-EOF-SW             PIC X(01)   VALUE 'N'.
           88  WS-WORKED-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-SCAN-EOF                          VALUE 'Y'.
       01  WS-CYCLE-OK-SW               PIC X(01)   VALUE 'Y'.
           88  WS-CYCLE-OK                          VALUE 'Y'.
       01  WS-COMPLETION-CODE           PIC 9(03)   VALUE 0.

       01  WS-MATCHED-COUNT             PIC 9(05)   VALUE 0.
       01  WS-UNMATCHED-COUNT           PIC 9(05)   VALUE 0.
               10  WS-WORKED-PERIOD      PIC 9(08).
               10  WS-WORKED-AMOUNT      PIC 9(07)V99.

       01  WS-RETPER-COUNT              PIC 9(02)   VALUE 0.
       01  WS-RETPER-TABLE.
           05  WS-RETPER-ENTRY OCCURS 20 TIMES
                                 INDEXED BY WS-RETPER-IDX.
               10  WS-RETPER-PERIOD      PIC 9(08).
               10  WS-RETPER-RETURNS     PIC 9(05).
               10  WS-RETPER-WORKED      PIC 9(05).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
               STOP RUN
           END-IF.

           PERFORM 1200-CHECK-CYCLE THRU 1200-CHECK-CYCLE-EXIT.

           PERFORM 1100-LOAD-WORKED THRU 1100-LOAD-WORKED-EXIT.

           OPEN I-O    EMPLOYEE-MASTER
           WRITE RETURNS-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE RETURNS-REPORT-LINE FROM RPT-HEADING-LINE-2.

           SET CQ-FUNC-START TO TRUE.
           PERFORM 1250-LOG-ONE-PERIOD THRU 1250-LOG-ONE-PERIOD-EXIT
               VARYING WS-RETPER-IDX FROM 1 BY 1
               UNTIL WS-RETPER-IDX > WS-RETPER-COUNT.

           READ RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
       1110-LOAD-ONE-WORKED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-CYCLE - THE JOB-STEP SEQUENCING.  A PRE-PASS OVER
      * THE RETURN FILE TABLES EVERY PAY PERIOD IT NAMES, THEN EACH
      * PERIOD MUST SHOW A COMPLETED FINAL PAYROLL ON THE CYCLOG RUN
      * LOG - THE DEPOSITS FOR ANY OTHER PERIOD NEVER WENT OUT, SO A
      * RETURN AGAINST ONE IS THE BANK'S ERROR OR OURS, AND EITHER
      * WAY NOTHING IS POSTED UNTIL IT IS RESEARCHED.  EVERY FAILING
      * PERIOD IS LISTED BEFORE THE RUN IS REFUSED.  A PERIOD THAT IS
      * NOT NUMERIC IS LEFT TO THE MAIN PASS TO FLAG AS UNMATCHED.
      * THE FILE IS REOPENED FOR THE MAIN PASS, AS THE DRIVER DOES
      * AFTER ITS BALANCING PASS.
      *----------------------------------------------------------------
       1200-CHECK-CYCLE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1210-TABLE-ONE-PERIOD
               THRU 1210-TABLE-ONE-PERIOD-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE RETURN-FILE.

           MOVE 'Y' TO WS-CYCLE-OK-SW.
           PERFORM 1230-CHECK-ONE-PERIOD
               THRU 1230-CHECK-ONE-PERIOD-EXIT
               VARYING WS-RETPER-IDX FROM 1 BY 1
               UNTIL WS-RETPER-IDX > WS-RETPER-COUNT.
           IF NOT WS-CYCLE-OK
               DISPLAY "RETURNS ARE ONLY WORKED FOR PERIODS WITH A "
                   "COMPLETED FINAL PAYROLL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RETURN-FILE.
       1200-CHECK-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1210-TABLE-ONE-PERIOD - READ ONE RETURN RECORD AND COUNT IT
      * UNDER ITS PAY PERIOD, ADDING THE PERIOD TO THE TABLE THE
      * FIRST TIME IT IS SEEN.
      *----------------------------------------------------------------
       1210-TABLE-ONE-PERIOD.
           READ RETURN-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 1210-TABLE-ONE-PERIOD-EXIT
           END-READ.
           IF NOT RT-RETURN-RECORD
               OR RT-PERIOD-END NOT NUMERIC
               GO TO 1210-TABLE-ONE-PERIOD-EXIT
           END-IF.

           PERFORM 1220-FIND-PERIOD THRU 1220-FIND-PERIOD-EXIT
               VARYING WS-RETPER-IDX FROM 1 BY 1
               UNTIL WS-RETPER-IDX > WS-RETPER-COUNT
                  OR WS-RETPER-PERIOD (WS-RETPER-IDX) = RT-PERIOD-END.
           IF WS-RETPER-IDX > WS-RETPER-COUNT
               IF WS-RETPER-COUNT >= 20
                   DISPLAY "ACH RETURN FILE NAMES MORE THAN 20 PAY "
                       "PERIODS, RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RETPER-COUNT
               SET WS-RETPER-IDX TO WS-RETPER-COUNT
               MOVE RT-PERIOD-END TO WS-RETPER-PERIOD (WS-RETPER-IDX)
               MOVE 0 TO WS-RETPER-RETURNS (WS-RETPER-IDX)
               MOVE 0 TO WS-RETPER-WORKED (WS-RETPER-IDX)
           END-IF.
           ADD 1 TO WS-RETPER-RETURNS (WS-RETPER-IDX).
       1210-TABLE-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1220-FIND-PERIOD - EMPTY PARAGRAPH DRIVEN BY THE PERFORM
      * VARYING ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       1220-FIND-PERIOD.
           CONTINUE.
       1220-FIND-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1230-CHECK-ONE-PERIOD - ASK THE CYCLOG RUN LOG WHETHER THE
      * PERIOD'S FINAL PAYROLL COMPLETED.
      *----------------------------------------------------------------
       1230-CHECK-ONE-PERIOD.
           SET CQ-FUNC-CHECK TO TRUE.
           MOVE "PAYDRV"     TO CQ-STEP-NAME.
           MOVE "FINAL"      TO CQ-RUN-MODE.
           MOVE SPACES       TO CQ-PAY-GROUP.
           MOVE WS-RETPER-PERIOD (WS-RETPER-IDX) TO CQ-PERIOD-END.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF NOT CQ-STEP-OK
               DISPLAY "FINAL PAYROLL FOR PERIOD " CQ-PERIOD-END
                   " " CQ-RESULT-TEXT ", "
                   WS-RETPER-RETURNS (WS-RETPER-IDX) " RETURNS"
               MOVE 'N' TO WS-CYCLE-OK-SW
           END-IF.
       1230-CHECK-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOG-ONE-PERIOD - LOG A START OR END (AS CQ-FUNCTION IS
      * SET) ON THE CYCLOG RUN LOG FOR ONE PERIOD ON THE RETURN FILE,
      * WITH THE PERIOD'S RETURNS IN AND RETURNS WORKED OUT.
      *----------------------------------------------------------------
       1250-LOG-ONE-PERIOD.
           MOVE "ACHRET"     TO CQ-STEP-NAME.
           MOVE SPACES       TO CQ-RUN-MODE.
           MOVE SPACES       TO CQ-PAY-GROUP.
           MOVE WS-RETPER-PERIOD  (WS-RETPER-IDX) TO CQ-PERIOD-END.
           MOVE WS-RETPER-RETURNS (WS-RETPER-IDX) TO CQ-RECORDS-IN.
           MOVE WS-RETPER-WORKED  (WS-RETPER-IDX) TO CQ-RECORDS-OUT.
           MOVE WS-COMPLETION-CODE TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
       1250-LOG-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-RETURN - MATCH ONE RETURN AGAINST WHAT WE PAID
      * AND EITHER WORK IT OR FLAG IT, THEN READ THE NEXT RETURN.  A

           ADD 1         TO WS-MATCHED-COUNT.
           ADD RT-AMOUNT TO WS-MATCHED-TOTAL.
           PERFORM 1220-FIND-PERIOD THRU 1220-FIND-PERIOD-EXIT
               VARYING WS-RETPER-IDX FROM 1 BY 1
               UNTIL WS-RETPER-IDX > WS-RETPER-COUNT
                  OR WS-RETPER-PERIOD (WS-RETPER-IDX) = RT-PERIOD-END.
           IF WS-RETPER-IDX NOT > WS-RETPER-COUNT
               ADD 1 TO WS-RETPER-WORKED (WS-RETPER-IDX)
           END-IF.

           MOVE RT-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
           MOVE RT-PERIOD-END  TO RD-PERIOD-END.
           IF WS-UNMATCHED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    LOG EACH PERIOD'S END ON THE CYCLOG RUN LOG UNDER THE RUN'S
      *    CONDITION CODE.  THE CALLS RESET RETURN-CODE, SO THE CODE
      *    IS HELD ASIDE AND PUT BACK AFTERWARD.
           MOVE RETURN-CODE TO WS-COMPLETION-CODE.
           SET CQ-FUNC-END TO TRUE.
           PERFORM 1250-LOG-ONE-PERIOD THRU 1250-LOG-ONE-PERIOD-EXIT
               VARYING WS-RETPER-IDX FROM 1 BY 1
               UNTIL WS-RETPER-IDX > WS-RETPER-COUNT.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
       3000-FINALIZE-EXIT.
           EXIT.
