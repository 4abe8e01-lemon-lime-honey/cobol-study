      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-09-02 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    THE REMITRUN CARD NOW ALSO CARRIES THE PAY-
      *                   PERIOD END DATE THE REMITTANCE FOLLOWS (13
      *                   BYTES).  THE RUN REFUSES A PERIOD WHOSE FINAL
      *                   PAYDRV RUN IS NOT LOGGED COMPLETE ON THE
      *                   CYCLOG CYCLE RUN LOG, AND LOGS ITS OWN START
      *                   AND END THERE UNDER THE WEEK/MONTH MODE.
      *  2026-10-15 DO    PAY GROUPS.  THE CYCLOG CALLS PASS A BLANK
      *                   PAY GROUP, WHICH MATCHES EVERY GROUP'S
      *                   ENTRIES, SINCE THIS STEP IS NOT RUN BY GROUP.
      *  2026-10-15 DO    TRACKED THE PAYROLL DRIVER'S CHECKPOINT
      *                   RECORD GROWING TO 58 BYTES (PLANCONT COUNT
      *                   AND 401(K) DEFERRAL AND MATCH TOTALS ADDED).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDREMIT.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-RUN-CONTROL
           RECORD CONTAINS 13 CHARACTERS.
       01  REMIT-RUN-CARD.
           05  RM-RUN-MODE               PIC X(05).
               88  RM-MODE-WEEK                         VALUE "WEEK ".
               88  RM-MODE-MONTH                         VALUE "MONTH".
           05  RM-PERIOD-END             PIC 9(08).

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

       FD  DEDUCTION-MASTER
           RECORD CONTAINS 55 CHARACTERS.
       01  GL-EXPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CYCREQ.

       01  WS-RUNCTL-STATUS             PIC X(02).
           88  WS-RUNCTL-OK                          VALUE "00".

       01  WS-RUN-MODE                  PIC X(05)   VALUE "WEEK ".
           88  WS-MODE-WEEK                          VALUE "WEEK ".
           88  WS-MODE-MONTH                         VALUE "MONTH".
       01  WS-PERIOD-END                PIC 9(08)   VALUE 0.

       01  WS-DED-COUNT                  PIC 9(03)    VALUE 0.
       01  WS-DED-TABLE.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE REMITRUN CARD, REFUSE TO RUN OVER
      * AN IN-FLIGHT PAYROLL OR AHEAD OF THE PERIOD'S FINAL PAYROLL,
      * AND LOAD THE PAYEE AND DEDUCTION MASTERS INTO THEIR TABLES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT REMIT-RUN-CONTROL.
               CLOSE REMIT-RUN-CONTROL
               STOP RUN
           END-IF.
           IF RM-PERIOD-END NOT NUMERIC
               DISPLAY "PAY-PERIOD END DATE IS NOT NUMERIC, GOT "
                   RM-PERIOD-END
               CLOSE REMIT-RUN-CONTROL
               STOP RUN
           END-IF.
           MOVE RM-RUN-MODE TO WS-RUN-MODE.
           MOVE RM-PERIOD-END TO WS-PERIOD-END.
           CLOSE REMIT-RUN-CONTROL.

           OPEN INPUT RESTART-CONTROL.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.

           PERFORM 1050-CHECK-CYCLE THRU 1050-CHECK-CYCLE-EXIT.

           PERFORM 1100-LOAD-PAYEES THRU 1100-LOAD-PAYEES-EXIT.
           PERFORM 1200-LOAD-DEDUCTIONS
               THRU 1200-LOAD-DEDUCTIONS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-CHECK-CYCLE - THE JOB-STEP SEQUENCING.  THE BALANCES ON
      * DEDMAST ARE ONLY WHOLE ONCE THE PERIOD'S FINAL PAYROLL HAS
      * COMPLETED, SO THE REMITTANCE IS REFUSED UNLESS THE CYCLOG RUN
      * LOG SHOWS IT DID.  ON A PASS THE RUN'S OWN START IS LOGGED.
      *----------------------------------------------------------------
       1050-CHECK-CYCLE.
           SET CQ-FUNC-CHECK      TO TRUE.
           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE SPACES            TO CQ-PAY-GROUP.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF NOT CQ-STEP-OK
               DISPLAY "FINAL PAYROLL FOR PERIOD " WS-PERIOD-END
                   " " CQ-RESULT-TEXT
               DISPLAY "DEDUCTIONS ARE ONLY REMITTED AFTER A "
                   "COMPLETED FINAL PAYROLL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CQ-FUNC-START      TO TRUE.
           MOVE "DEDREMIT"        TO CQ-STEP-NAME.
           MOVE WS-RUN-MODE       TO CQ-RUN-MODE.
           MOVE SPACES            TO CQ-PAY-GROUP.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
       1050-CHECK-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-PAYEES - LOAD THE DEDPAYEE PAYEE MASTER.  A MISSING
      * FILE IS NOT TOLERATED THE WAY A MISSING DEDMAST IS IN THE
                   " BALANCES HAD NO PAYEE RECORD"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    LOG THE END ON THE CYCLOG RUN LOG - DEDUCTION BALANCES READ
      *    IN, CODES REMITTED OUT.  THE CALL RESETS RETURN-CODE, SO
      *    THE CODE IS PUT BACK AFTERWARD.
           SET CQ-FUNC-END        TO TRUE.
           MOVE "DEDREMIT"        TO CQ-STEP-NAME.
           MOVE WS-RUN-MODE       TO CQ-RUN-MODE.
           MOVE SPACES            TO CQ-PAY-GROUP.
           MOVE WS-PERIOD-END     TO CQ-PERIOD-END.
           MOVE WS-DED-COUNT      TO CQ-RECORDS-IN.
           MOVE WS-REMIT-COUNT    TO CQ-RECORDS-OUT.
           MOVE RETURN-CODE       TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           MOVE CQ-COMPLETION-CODE TO RETURN-CODE.
       3000-FINALIZE-EXIT.
           EXIT.

