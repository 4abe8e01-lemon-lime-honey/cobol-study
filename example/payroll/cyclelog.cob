      *================================================================
      *  PROGRAM-ID   : CYCLELOG
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     CALLABLE SUBPROGRAM THAT KEEPS THE SHARED CYCLOG PAYROLL
      *     CYCLE RUN LOG.  EVERY STEP OF THE PAY CYCLE CALLS IT TO
      *     LOG ITS START AND END FOR THE PAY PERIOD IT WORKS ON, WITH
      *     ITS RECORD COUNTS AND COMPLETION CODE, AND TO ASK WHETHER A
      *     REQUIRED EARLIER STEP FOR THE PERIOD RAN CLEAN BEFORE IT
      *     TOUCHES ANYTHING.  THE GUARDS EACH JOB ALREADY CARRIES (THE
      *     RESTART CHECKPOINT, PAYCAL, CHKCTL, YECTL) EACH PROTECT ONE
      *     JOB; THE LOG IS WHAT TIES THE STEPS OF ONE PERIOD TOGETHER,
      *     SO GLPROOF CANNOT RUN AHEAD OF PAYCHK OR DEDREMIT AHEAD OF
      *     THE FINAL PAYROLL.  THE REQUEST AREA IS THE CYCREQ COPY
      *     MEMBER; THE LOG RECORD IS CYCLOG.
      *
      *     THE LOG IS APPEND-ONLY AND READ FRONT TO BACK, SO THE LAST
      *     RECORD FOR A STEP AND PERIOD IS ITS STATE - A RERUN THAT
      *     COMPLETES CLEARS AN EARLIER FAILURE, AND A START WITH NO
      *     END AFTER IT IS A STEP THAT DIED (EVERY FATAL ERROR IN
      *     THESE JOBS IS A STOP RUN, WHICH NEVER REACHES THE END
      *     CALL).  A MISSING LOG FILE IS AN EMPTY LOG.
      *
      *     A CHECK WITH NO PAY GROUP TAKES EACH GROUP'S LAST RECORD
      *     SEPARATELY AND ANSWERS WITH THE WORST OF THEM - ONE
      *     GROUP'S CLEAN RERUN MUST NOT HIDE ANOTHER GROUP'S STEP
      *     THAT FAILED OR DIED FOR THE SAME PERIOD.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    THE LOG NOW CARRIES THE PAY GROUP.  A CHECK
      *                   OR LAST-PERIOD REQUEST FOR A GROUP ONLY SEES
      *                   THAT GROUP'S RECORDS (AND THE UNGROUPED ONES
      *                   WRITTEN BEFORE PAY GROUPS EXISTED); A
      *                   REQUEST WITH NO GROUP SEES EVERY GROUP.
      *  2026-10-15 DO    A CHECK WITH NO GROUP NOW KEEPS THE LATEST
      *                   STATE OF EACH GROUP AND RETURNS THE WORST
      *                   (FAILED, THEN DID NOT FINISH), NAMING THE
      *                   GROUP.  IT USED TO TAKE THE LAST RECORD OF
      *                   ANY GROUP, SO A LATER CLEAN RUN FOR ONE
      *                   GROUP HID A FAILURE IN ANOTHER.
      *  2026-10-15 DO    AN UNKNOWN FUNCTION OR A START THAT CANNOT BE
      *                   LOGGED NOW STOPS THE STEP WITH RETURN CODE 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLELOG.
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
           SELECT OPTIONAL CYCLE-LOG-FILE ASSIGN TO "CYCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.
       01  WS-CYCLOG-STATUS             PIC X(02).
           88  WS-CYCLOG-OK                          VALUE "00" "05".

       01  WS-LOG-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-LOG-EOF                           VALUE 'Y'.

      *----------------------------------------------------------------
      * LATEST STATE OF EACH PAY GROUP, KEPT FOR A CHECK WITH NO
      * GROUP.  THE BLANK-GROUP ENTRY HOLDS RECORDS WRITTEN BEFORE PAY
      * GROUPS EXISTED, WHICH APPLY TO EVERY GROUP.
      *----------------------------------------------------------------
       01  WS-CHK-COUNT                 PIC 9(02)   VALUE 0.
       01  WS-CHK-PICK                  PIC 9(02)   VALUE 0.
       01  WS-CHK-TABLE.
           05  WS-CHK-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-CHK-IDX.
               10  WS-CHK-GROUP          PIC X(02).
               10  WS-CHK-RESULT         PIC X(01).
                   88  WS-CHK-OK                     VALUE "Y".
                   88  WS-CHK-RUNNING                VALUE "R".
                   88  WS-CHK-FAILED                 VALUE "F".
               10  WS-CHK-DATE           PIC 9(08).
               10  WS-CHK-TIME           PIC 9(06).
               10  WS-CHK-CODE           PIC 9(03).

       01  WS-TIME-WORK.
           05  WS-TIME-HHMMSS            PIC 9(06).
           05  FILLER                    PIC 9(02).

       LINKAGE SECTION.
           COPY CYCREQ.

       PROCEDURE DIVISION USING CYCLE-REQUEST.

       0000-MAINLINE.
           EVALUATE TRUE
               WHEN CQ-FUNC-CHECK
                   PERFORM 1000-CHECK-STEP THRU 1000-CHECK-STEP-EXIT
               WHEN CQ-FUNC-START
                   PERFORM 2000-LOG-START THRU 2000-LOG-START-EXIT
               WHEN CQ-FUNC-END
                   PERFORM 3000-LOG-END THRU 3000-LOG-END-EXIT
               WHEN CQ-FUNC-LAST-PERIOD
                   PERFORM 4000-LAST-PERIOD THRU 4000-LAST-PERIOD-EXIT
               WHEN OTHER
                   DISPLAY "CYCLELOG CALLED WITH UNKNOWN FUNCTION "
                       CQ-FUNCTION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-CHECK-STEP - READ THE WHOLE LOG AND LEAVE CQ-RESULT AT
      * THE STATE THE LAST MATCHING RECORD SHOWS - MISSING WHEN THERE
      * IS NONE, RUNNING WHEN IT IS A START, FAILED OR OK WHEN IT IS
      * AN END.  WITH NO GROUP ASKED FOR, THE STATE IS THE WORST OF
      * THE GROUPS' OWN LAST RECORDS.
      *----------------------------------------------------------------
       1000-CHECK-STEP.
           SET CQ-STEP-MISSING TO TRUE.
           MOVE "HAS NOT RUN"        TO CQ-RESULT-TEXT.
           MOVE 0 TO CQ-LAST-DATE CQ-LAST-TIME CQ-LAST-CODE.
           MOVE 0 TO WS-CHK-COUNT.

           OPEN INPUT CYCLE-LOG-FILE.
           IF NOT WS-CYCLOG-OK
               GO TO 1000-CHECK-STEP-EXIT
           END-IF.
           MOVE 'N' TO WS-LOG-EOF-SW.
           PERFORM 1100-CHECK-ONE-RECORD
               THRU 1100-CHECK-ONE-RECORD-EXIT
               UNTIL WS-LOG-EOF.
           CLOSE CYCLE-LOG-FILE.
           IF CQ-PAY-GROUP = SPACES
               PERFORM 1200-PICK-WORST-GROUP
                   THRU 1200-PICK-WORST-GROUP-EXIT
           END-IF.
       1000-CHECK-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-ONE-RECORD - READ ONE LOG RECORD AND, WHEN IT IS
      * FOR THE STEP, MODE, GROUP AND PERIOD ASKED ABOUT, TAKE ITS
      * STATE.
      *----------------------------------------------------------------
       1100-CHECK-ONE-RECORD.
           READ CYCLE-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 1100-CHECK-ONE-RECORD-EXIT
           END-READ.

           IF CY-PERIOD-END NOT = CQ-PERIOD-END
               OR CY-STEP-NAME NOT = CQ-STEP-NAME
               GO TO 1100-CHECK-ONE-RECORD-EXIT
           END-IF.
           IF CQ-RUN-MODE NOT = SPACES
               AND CY-RUN-MODE NOT = CQ-RUN-MODE
               GO TO 1100-CHECK-ONE-RECORD-EXIT
           END-IF.
           IF CQ-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = CQ-PAY-GROUP
               GO TO 1100-CHECK-ONE-RECORD-EXIT
           END-IF.
           IF CQ-PAY-GROUP = SPACES
               PERFORM 1110-TABLE-RECORD THRU 1110-TABLE-RECORD-EXIT
               GO TO 1100-CHECK-ONE-RECORD-EXIT
           END-IF.

           MOVE CY-DATE            TO CQ-LAST-DATE.
           MOVE CY-TIME            TO CQ-LAST-TIME.
           MOVE CY-COMPLETION-CODE TO CQ-LAST-CODE.
           EVALUATE TRUE
               WHEN CY-EVENT-START
                   SET CQ-STEP-RUNNING TO TRUE
                   MOVE "DID NOT FINISH"     TO CQ-RESULT-TEXT
               WHEN CY-STATUS-FAILED
                   SET CQ-STEP-FAILED TO TRUE
                   MOVE "FAILED"             TO CQ-RESULT-TEXT
               WHEN OTHER
                   SET CQ-STEP-OK TO TRUE
                   MOVE "COMPLETED"          TO CQ-RESULT-TEXT
           END-EVALUATE.
       1100-CHECK-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1110-TABLE-RECORD - TAKE THE RECORD'S STATE INTO ITS GROUP'S
      * ENTRY.  AN UNGROUPED RECORD COVERED EVERY GROUP, SO IT IS
      * TAKEN INTO EVERY ENTRY SEEN SO FAR AS WELL AS ITS OWN.
      *----------------------------------------------------------------
       1110-TABLE-RECORD.
           PERFORM 1115-FIND-GROUP THRU 1115-FIND-GROUP-EXIT
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
                  OR WS-CHK-GROUP (WS-CHK-IDX) = CY-PAY-GROUP.
           IF WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-COUNT >= 30
                   DISPLAY "CYCLELOG PAY GROUP TABLE FULL (30) AT "
                       "GROUP " CY-PAY-GROUP ", " CQ-STEP-NAME
                       " NOT CHECKED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHK-COUNT
               SET WS-CHK-IDX TO WS-CHK-COUNT
               MOVE CY-PAY-GROUP TO WS-CHK-GROUP (WS-CHK-IDX)
           END-IF.

           IF CY-PAY-GROUP = SPACES
               PERFORM 1120-SET-ENTRY THRU 1120-SET-ENTRY-EXIT
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
           ELSE
               PERFORM 1120-SET-ENTRY THRU 1120-SET-ENTRY-EXIT
           END-IF.
       1110-TABLE-RECORD-EXIT.
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
      * 1120-SET-ENTRY - SET ONE GROUP ENTRY FROM THE CURRENT RECORD.
      *----------------------------------------------------------------
       1120-SET-ENTRY.
           MOVE CY-DATE            TO WS-CHK-DATE (WS-CHK-IDX).
           MOVE CY-TIME            TO WS-CHK-TIME (WS-CHK-IDX).
           MOVE CY-COMPLETION-CODE TO WS-CHK-CODE (WS-CHK-IDX).
           EVALUATE TRUE
               WHEN CY-EVENT-START
                   SET WS-CHK-RUNNING (WS-CHK-IDX) TO TRUE
               WHEN CY-STATUS-FAILED
                   SET WS-CHK-FAILED  (WS-CHK-IDX) TO TRUE
               WHEN OTHER
                   SET WS-CHK-OK      (WS-CHK-IDX) TO TRUE
           END-EVALUATE.
       1120-SET-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-PICK-WORST-GROUP - ANSWER WITH THE WORST GROUP ENTRY -
      * FAILED BEFORE DID NOT FINISH BEFORE COMPLETED.  ONCE ANY
      * GROUPED RECORD IS SEEN THE UNGROUPED ENTRY IS ONLY EARLIER
      * HISTORY AND IS LEFT OUT.  NO ENTRY AT ALL LEAVES THE STEP
      * MISSING.
      *----------------------------------------------------------------
       1200-PICK-WORST-GROUP.
           MOVE 0 TO WS-CHK-PICK.
           PERFORM 1210-RANK-ONE-GROUP THRU 1210-RANK-ONE-GROUP-EXIT
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT.
           IF WS-CHK-PICK = 0
               GO TO 1200-PICK-WORST-GROUP-EXIT
           END-IF.

           SET WS-CHK-IDX TO WS-CHK-PICK.
           MOVE WS-CHK-DATE (WS-CHK-IDX) TO CQ-LAST-DATE.
           MOVE WS-CHK-TIME (WS-CHK-IDX) TO CQ-LAST-TIME.
           MOVE WS-CHK-CODE (WS-CHK-IDX) TO CQ-LAST-CODE.
           EVALUATE TRUE
               WHEN WS-CHK-RUNNING (WS-CHK-IDX)
                   SET CQ-STEP-RUNNING TO TRUE
                   MOVE "DID NOT FINISH"     TO CQ-RESULT-TEXT
                   IF WS-CHK-GROUP (WS-CHK-IDX) NOT = SPACES
                       MOVE "DID NOT FINISH IN" TO CQ-RESULT-TEXT
                       MOVE WS-CHK-GROUP (WS-CHK-IDX)
                           TO CQ-RESULT-TEXT (19:2)
                   END-IF
               WHEN WS-CHK-FAILED (WS-CHK-IDX)
                   SET CQ-STEP-FAILED TO TRUE
                   MOVE "FAILED"             TO CQ-RESULT-TEXT
                   IF WS-CHK-GROUP (WS-CHK-IDX) NOT = SPACES
                       MOVE "FAILED IN GROUP"   TO CQ-RESULT-TEXT
                       MOVE WS-CHK-GROUP (WS-CHK-IDX)
                           TO CQ-RESULT-TEXT (17:2)
                   END-IF
               WHEN OTHER
                   SET CQ-STEP-OK TO TRUE
                   MOVE "COMPLETED"          TO CQ-RESULT-TEXT
           END-EVALUATE.
       1200-PICK-WORST-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1210-RANK-ONE-GROUP - KEEP THIS ENTRY WHEN IT IS WORSE THAN
      * THE ONE PICKED SO FAR.
      *----------------------------------------------------------------
       1210-RANK-ONE-GROUP.
           IF WS-CHK-GROUP (WS-CHK-IDX) = SPACES
               AND WS-CHK-COUNT > 1
               GO TO 1210-RANK-ONE-GROUP-EXIT
           END-IF.
           IF WS-CHK-PICK = 0
               SET WS-CHK-PICK TO WS-CHK-IDX
               GO TO 1210-RANK-ONE-GROUP-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHK-FAILED (WS-CHK-IDX)
                   AND NOT WS-CHK-FAILED (WS-CHK-PICK)
                   SET WS-CHK-PICK TO WS-CHK-IDX
               WHEN WS-CHK-RUNNING (WS-CHK-IDX)
                   AND WS-CHK-OK (WS-CHK-PICK)
                   SET WS-CHK-PICK TO WS-CHK-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1210-RANK-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOG-START - APPEND THE START RECORD.  A STEP THAT CANNOT
      * BE LOGGED DOES NOT RUN - THE NEXT STEP WOULD REFUSE ON IT
      * ANYWAY, AFTER THE WORK WAS DONE.
      *----------------------------------------------------------------
       2000-LOG-START.
           MOVE SPACES             TO CYCLE-LOG-RECORD.
           MOVE CQ-PERIOD-END      TO CY-PERIOD-END.
           MOVE CQ-STEP-NAME       TO CY-STEP-NAME.
           MOVE CQ-RUN-MODE        TO CY-RUN-MODE.
           MOVE CQ-PAY-GROUP       TO CY-PAY-GROUP.
           SET CY-EVENT-START      TO TRUE.
           SET CY-STATUS-RUNNING   TO TRUE.
           MOVE 0 TO CY-RECORDS-IN CY-RECORDS-OUT CY-COMPLETION-CODE.

           PERFORM 5000-APPEND-RECORD THRU 5000-APPEND-RECORD-EXIT.
           IF NOT WS-CYCLOG-OK
               DISPLAY "CYCLE RUN LOG CYCLOG CANNOT BE WRITTEN, FILE "
                   "STATUS " WS-CYCLOG-STATUS ", " CQ-STEP-NAME
                   " NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-LOG-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOG-END - APPEND THE END RECORD, WITH THE STATUS TAKEN
      * FROM THE STEP'S COMPLETION CODE.  THE STEP'S WORK IS ALREADY
      * COMMITTED BY NOW, SO A LOG THAT CANNOT BE WRITTEN IS ONLY
      * REPORTED - THE NEXT STEP WILL SEE THIS ONE AS NOT FINISHED
      * AND REFUSE UNTIL THE LOG IS PUT RIGHT.
      *----------------------------------------------------------------
       3000-LOG-END.
           MOVE SPACES             TO CYCLE-LOG-RECORD.
           MOVE CQ-PERIOD-END      TO CY-PERIOD-END.
           MOVE CQ-STEP-NAME       TO CY-STEP-NAME.
           MOVE CQ-RUN-MODE        TO CY-RUN-MODE.
           MOVE CQ-PAY-GROUP       TO CY-PAY-GROUP.
           SET CY-EVENT-END        TO TRUE.
           EVALUATE TRUE
               WHEN CQ-COMPLETION-CODE = 0
                   SET CY-STATUS-COMPLETE TO TRUE
               WHEN CQ-COMPLETION-CODE < 8
                   SET CY-STATUS-WARNING  TO TRUE
               WHEN OTHER
                   SET CY-STATUS-FAILED   TO TRUE
           END-EVALUATE.
           MOVE CQ-RECORDS-IN      TO CY-RECORDS-IN.
           MOVE CQ-RECORDS-OUT     TO CY-RECORDS-OUT.
           MOVE CQ-COMPLETION-CODE TO CY-COMPLETION-CODE.

           PERFORM 5000-APPEND-RECORD THRU 5000-APPEND-RECORD-EXIT.
           IF NOT WS-CYCLOG-OK
               DISPLAY "*** CYCLE RUN LOG CYCLOG CANNOT BE WRITTEN, "
                   "FILE STATUS " WS-CYCLOG-STATUS ", END OF "
                   CQ-STEP-NAME " FOR PERIOD " CQ-PERIOD-END
                   " NOT LOGGED"
           END-IF.
       3000-LOG-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LAST-PERIOD - FIND THE LATEST PERIOD IN THE YEAR OF
      * CQ-PERIOD-END THAT THE STEP AND MODE WAS LOGGED FOR AT ALL.
      * A PERIOD WHOSE STEP FAILED OR DIED STILL COUNTS HERE, SO IT
      * CANNOT HIDE BEHIND AN EARLIER CLEAN ONE - THE CALLER CHECKS
      * THE PERIOD'S STATE SEPARATELY.
      *----------------------------------------------------------------
       4000-LAST-PERIOD.
           MOVE 0 TO CQ-FOUND-PERIOD.
           OPEN INPUT CYCLE-LOG-FILE.
           IF NOT WS-CYCLOG-OK
               GO TO 4000-LAST-PERIOD-EXIT
           END-IF.
           MOVE 'N' TO WS-LOG-EOF-SW.
           PERFORM 4100-SCAN-ONE-RECORD
               THRU 4100-SCAN-ONE-RECORD-EXIT
               UNTIL WS-LOG-EOF.
           CLOSE CYCLE-LOG-FILE.
       4000-LAST-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-SCAN-ONE-RECORD - READ ONE LOG RECORD AND KEEP ITS
      * PERIOD WHEN IT IS A LATER PERIOD OF THE STEP IN THE SAME
      * YEAR.
      *----------------------------------------------------------------
       4100-SCAN-ONE-RECORD.
           READ CYCLE-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 4100-SCAN-ONE-RECORD-EXIT
           END-READ.

           IF CY-STEP-NAME NOT = CQ-STEP-NAME
               OR CY-PERIOD-END (1:4) NOT = CQ-PERIOD-END (1:4)
               GO TO 4100-SCAN-ONE-RECORD-EXIT
           END-IF.
           IF CQ-RUN-MODE NOT = SPACES
               AND CY-RUN-MODE NOT = CQ-RUN-MODE
               GO TO 4100-SCAN-ONE-RECORD-EXIT
           END-IF.
           IF CQ-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = CQ-PAY-GROUP
               GO TO 4100-SCAN-ONE-RECORD-EXIT
           END-IF.
           IF CY-PERIOD-END > CQ-FOUND-PERIOD
               MOVE CY-PERIOD-END TO CQ-FOUND-PERIOD
           END-IF.
       4100-SCAN-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-APPEND-RECORD - STAMP THE RECORD WITH TODAY'S DATE AND
      * TIME AND APPEND IT.  THE FILE IS OPENED AND CLOSED AROUND
      * EVERY RECORD SO A STEP THAT DIES LEAVES ITS START BEHIND.
      *----------------------------------------------------------------
       5000-APPEND-RECORD.
           ACCEPT CY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TIME-HHMMSS TO CY-TIME.

           OPEN EXTEND CYCLE-LOG-FILE.
           IF NOT WS-CYCLOG-OK
               GO TO 5000-APPEND-RECORD-EXIT
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG-FILE.
       5000-APPEND-RECORD-EXIT.
           EXIT.
