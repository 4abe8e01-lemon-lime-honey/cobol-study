      *     EMPLOYEE MASTER TO THE PRIOR-YEAR FILE (EMPMASTPY, SAME
      *     LAYOUT AND ORGANIZATION AS THE LIVE MASTER, SO THE YTDRPT
      *     SUMMARY CAN STILL BE RUN AGAINST THE CLOSED YEAR BY
      *     POINTING IT AT THE ARCHIVE), THEN ZEROES THE YTD TOTALS
      *     ON THE LIVE MASTER AND RECORDS THE CLOSE IN THE YECTL
      *     CONTROL FILE.
      *
      *     THE JOB PROTECTS ITSELF TWO WAYS - IT REFUSES TO CLOSE A
      *     YEAR THAT IS ALREADY RECORDED AS CLOSED IN YECTL, AND IT
      *                   ARCHIVE KEEPS THE CLOSED YEAR'S FIGURES,
      *                   THE LIVE MASTER STARTS THE NEW YEAR AT
      *                   ZERO LIKE THE OTHER YTD TOTALS.
      *  2026-10-15 DO    THE CLOSE NOW CHECKS THE CYCLOG CYCLE RUN
      *                   LOG AND REFUSES UNLESS THE YEAR'S LAST FINAL
      *                   PAYROLL AND ITS GL PROOF ARE LOGGED COMPLETE,
      *                   AND LOGS ITS OWN START AND END THERE UNDER
      *                   THE LAST DAY OF THE YEAR.
      *  2026-10-15 DO    PAY GROUPS.  THE CYCLOG CALLS PASS A BLANK
      *                   PAY GROUP, WHICH MATCHES EVERY GROUP'S
      *                   ENTRIES, SINCE THIS STEP IS NOT RUN BY GROUP.
      *  2026-10-15 DO    THE CLOSE NOW ALSO ZEROES THE 401(K) YTD
      *                   DEFERRAL AND MATCH (EMP-YTD-DEFERRAL/
      *                   EMP-YTD-MATCH) THE RETCALC ANNUAL LIMITS ARE
      *                   PROVED AGAINST, AND TRACKS THE PAYROLL
      *                   DRIVER'S CHECKPOINT RECORD GROWING TO 58
      *                   BYTES (PLANCONT COUNT AND 401(K) TOTALS).
      *  2026-10-15 DO    THE CYCLE CHECK NOW WORKS PAY GROUP BY PAY
      *                   GROUP FROM PAYCAL: EACH GROUP'S LAST PERIOD
      *                   OF THE YEAR MUST HAVE ITS FINAL PAYROLL AND
      *                   GL PROOF LOGGED COMPLETE UNDER THE GROUP.
      *                   THE SINGLE LATEST FINAL ACROSS ALL GROUPS
      *                   LET A GROUP THAT ENDS ITS YEAR LATER CLOSE
      *                   UNPAID OR UNPROVED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
           SELECT RESTART-CONTROL     ASSIGN TO "RESTART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT PAY-CALENDAR        ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  YC-CLOSE-IN-FLIGHT                   VALUE "P".

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

       FD  PAY-CALENDAR
           RECORD CONTAINS 12 CHARACTERS.
           COPY PAYCAL.

       WORKING-STORAGE SECTION.
       COPY CYCREQ.

       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".
           88  WS-MASTER-EOF                         VALUE "10".
       01  WS-RESTART-STATUS            PIC X(02).
           88  WS-RESTART-STATUS-OK                  VALUE "00".

       01  WS-PAYCAL-STATUS             PIC X(02).
           88  WS-PAYCAL-OK                          VALUE "00".

       01  WS-EOF-SW                    PIC X(01)   VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-CAL-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-REFUSE-SW                 PIC X(01)   VALUE 'N'.
           88  WS-REFUSE                            VALUE 'Y'.

       01  WS-CLOSE-YEAR                PIC 9(04).
       01  WS-ANSWER                    PIC X(01).
       01  WS-ARCHIVED-COUNT            PIC 9(05)   VALUE 0.
       01  WS-CLOSE-STATUS              PIC X(01)   VALUE "P".

       01  WS-YEAR-END-PERIOD.
           05  WS-YEP-YEAR               PIC 9(04).
           05  WS-YEP-MMDD               PIC 9(04)   VALUE 1231.
       01  WS-YEAR-END-PERIOD-N REDEFINES WS-YEAR-END-PERIOD
                                        PIC 9(08).

      *----------------------------------------------------------------
      * THE PAY GROUPS ON PAYCAL WITH A PERIOD IN THE YEAR BEING
      * CLOSED, EACH WITH ITS LAST PERIOD END IN THAT YEAR.
      *----------------------------------------------------------------
       01  WS-GRP-COUNT                 PIC 9(02)   VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-GRP-IDX.
               10  WS-GRP-CODE           PIC X(02).
               10  WS-GRP-LAST-END       PIC 9(08).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
           ACCEPT WS-CLOSE-YEAR.

           PERFORM 1000-CHECK-GUARDS THRU 1000-CHECK-GUARDS-EXIT.
           PERFORM 1100-CHECK-CYCLE THRU 1100-CHECK-CYCLE-EXIT.

           DISPLAY "Close year " WS-CLOSE-YEAR ", archive the master "
               "and zero all YTD totals (Y/N)? " WITH NO ADVANCING.
               STOP RUN
           END-IF.

           SET CQ-FUNC-START       TO TRUE.
           MOVE "YECLOSE"          TO CQ-STEP-NAME.
           MOVE SPACES             TO CQ-RUN-MODE.
           MOVE SPACES             TO CQ-PAY-GROUP.
           MOVE WS-YEAR-END-PERIOD-N TO CQ-PERIOD-END.
           CALL "CYCLELOG" USING CYCLE-REQUEST.

           PERFORM 2000-CLOSE-MASTER THRU 2000-CLOSE-MASTER-EXIT.
           MOVE "C" TO WS-CLOSE-STATUS.
           PERFORM 3000-RECORD-CLOSE THRU 3000-RECORD-CLOSE-EXIT.

           SET CQ-FUNC-END         TO TRUE.
           MOVE "YECLOSE"          TO CQ-STEP-NAME.
           MOVE SPACES             TO CQ-RUN-MODE.
           MOVE SPACES             TO CQ-PAY-GROUP.
           MOVE WS-YEAR-END-PERIOD-N TO CQ-PERIOD-END.
           MOVE WS-ARCHIVED-COUNT  TO CQ-RECORDS-IN.
           MOVE WS-ARCHIVED-COUNT  TO CQ-RECORDS-OUT.
           MOVE 0                  TO CQ-COMPLETION-CODE.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           MOVE CQ-COMPLETION-CODE TO RETURN-CODE.

           DISPLAY "YEAR " WS-CLOSE-YEAR " CLOSED, "
               WS-ARCHIVED-COUNT " EMPLOYEES ARCHIVED AND ROLLED".
           STOP RUN.
       1000-CHECK-GUARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-CYCLE - THE JOB-STEP SEQUENCING.  EVERY PAY GROUP
      * ON PAYCAL IS CHECKED SEPARATELY: THE GROUP'S LAST CALENDAR
      * PERIOD OF THE YEAR BEING CLOSED MUST HAVE ITS FINAL PAYROLL
      * AND ITS GL PROOF (WHICH ITSELF NEEDED THE CHECK RUN) LOGGED
      * COMPLETE ON CYCLOG UNDER THE GROUP - CLOSING WHILE ANY GROUP'S
      * YEAR-END PERIOD DIED, NEVER RAN OR NEVER PROVED WOULD ROLL YTD
      * FIGURES NOBODY HAS BALANCED.  A YEAR WITH NO PERIOD ON PAYCAL
      * FOR ANY GROUP IS REFUSED THE SAME WAY.
      *----------------------------------------------------------------
       1100-CHECK-CYCLE.
           MOVE WS-CLOSE-YEAR     TO WS-YEP-YEAR.
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

           IF WS-GRP-COUNT = 0
               DISPLAY "NO PAY PERIOD ON PAYCAL FOR " WS-CLOSE-YEAR
                   ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1120-CHECK-ONE-GROUP THRU 1120-CHECK-ONE-GROUP-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           IF WS-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CHECK-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1110-READ-ONE-PERIOD - TABLE EACH PAY GROUP WITH A PERIOD IN
      * THE YEAR BEING CLOSED AND KEEP THE GROUP'S LATEST PERIOD END
      * IN THAT YEAR, WHATEVER ITS CALENDAR STATUS.
      *----------------------------------------------------------------
       1110-READ-ONE-PERIOD.
           READ PAY-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1110-READ-ONE-PERIOD-EXIT
           END-READ.
           IF PC-PERIOD-END (1:4) NOT = WS-YEP-YEAR
               GO TO 1110-READ-ONE-PERIOD-EXIT
           END-IF.

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
               MOVE PC-PAY-GROUP TO WS-GRP-CODE     (WS-GRP-IDX)
               MOVE 0            TO WS-GRP-LAST-END (WS-GRP-IDX)
           END-IF.
           IF PC-PERIOD-END > WS-GRP-LAST-END (WS-GRP-IDX)
               MOVE PC-PERIOD-END TO WS-GRP-LAST-END (WS-GRP-IDX)
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
      * 1120-CHECK-ONE-GROUP - ONE GROUP'S YEAR-END PERIOD MUST HAVE
      * ITS FINAL PAYROLL AND GL PROOF LOGGED COMPLETE UNDER THE
      * GROUP.  EVERY GROUP IS CHECKED BEFORE THE RUN IS REFUSED, SO
      * THE OPERATOR SEES ALL OF WHAT IS OUTSTANDING AT ONCE.
      *----------------------------------------------------------------
       1120-CHECK-ONE-GROUP.
           SET CQ-FUNC-CHECK      TO TRUE.
           MOVE "PAYDRV"          TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-GRP-CODE     (WS-GRP-IDX) TO CQ-PAY-GROUP.
           MOVE WS-GRP-LAST-END (WS-GRP-IDX) TO CQ-PERIOD-END.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF NOT CQ-STEP-OK
               DISPLAY "FINAL PAYROLL FOR PAY GROUP "
                   WS-GRP-CODE (WS-GRP-IDX) " PERIOD "
                   WS-GRP-LAST-END (WS-GRP-IDX) " " CQ-RESULT-TEXT
                   ", RUN REFUSED"
               SET WS-REFUSE TO TRUE
               GO TO 1120-CHECK-ONE-GROUP-EXIT
           END-IF.

           SET CQ-FUNC-CHECK      TO TRUE.
           MOVE "GLPROOF"         TO CQ-STEP-NAME.
           MOVE "FINAL"           TO CQ-RUN-MODE.
           MOVE WS-GRP-CODE     (WS-GRP-IDX) TO CQ-PAY-GROUP.
           MOVE WS-GRP-LAST-END (WS-GRP-IDX) TO CQ-PERIOD-END.
           CALL "CYCLELOG" USING CYCLE-REQUEST.
           IF NOT CQ-STEP-OK
               DISPLAY "GL PROOF FOR PAY GROUP "
                   WS-GRP-CODE (WS-GRP-IDX) " PERIOD "
                   WS-GRP-LAST-END (WS-GRP-IDX) " " CQ-RESULT-TEXT
                   ", RUN REFUSED"
               SET WS-REFUSE TO TRUE
           END-IF.
       1120-CHECK-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CLOSE-MASTER - ARCHIVE EVERY LIVE MASTER RECORD TO THE
      * PRIOR-YEAR FILE WITH ITS YTD TOTALS INTACT, THEN ZERO THE YTD
           MOVE 0 TO EMP-YTD-TAX.
           MOVE 0 TO EMP-YTD-ER-SS.
           MOVE 0 TO EMP-YTD-ER-UI.
           MOVE 0 TO EMP-YTD-DEFERRAL.
           MOVE 0 TO EMP-YTD-MATCH.
           REWRITE EMP-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ROLL YTD TOTALS, ID " EMP-ID
