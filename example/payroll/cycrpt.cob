      *================================================================
      *  PROGRAM-ID   : CYCRPT
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     PAYROLL CYCLE STATUS REPORT.  READS THE PERMANENT CYCLOG
      *     CYCLE RUN LOG WRITTEN THROUGH THE CYCLELOG SUBPROGRAM AND
      *     PRINTS, FOR ONE PAY PERIOD (OR THE LATEST PERIOD THE
      *     PAYROLL DRIVER HAS LOGGED) OF ONE PAY GROUP OR OF ALL
      *     GROUPS, ONE LINE PER STEP OF THE PAY CYCLE - HOW MANY
      *     TIMES IT WAS STARTED, WHEN IT LAST STARTED AND ENDED, ITS
      *     STATUS, RECORD COUNTS AND COMPLETION CODE.
      *
      *     THE FINAL PAYROLL, THE CHECK RUN AND THE GL PROOF ARE
      *     REQUIRED FOR EVERY PERIOD; ONE OF THEM NOT YET LOGGED
      *     PRINTS AS OUTSTANDING.  THE OTHER STEPS RUN ONLY WHEN THERE
      *     IS WORK FOR THEM AND PRINT AS NOT RUN.  A START WITH NO
      *     END AFTER IT PRINTS AS UNFINISHED - THE STEP IS STILL
      *     RUNNING OR DIED.  THE REPORT ENDS WITH THE FIRST REQUIRED
      *     STEP STILL DUE, SO OPERATIONS KNOWS WHAT TO RUN NEXT.
      *
      *     EACH PAY GROUP'S RUNS OF A STEP ARE FOLLOWED SEPARATELY.
      *     THE LINE PRINTED FOR THE STEP IS THE WORST GROUP'S - FAILED,
      *     THEN UNFINISHED, THEN WARNING, THEN COMPLETE - WITH THE
      *     GROUP SHOWN, THE SAME STATE THE CYCLELOG CHECK GATES THE
      *     NEXT STEP ON.  ONE GROUP'S CLEAN RUN DOES NOT HIDE ANOTHER
      *     GROUP'S FAILURE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    ASKS FOR THE PAY GROUP AS WELL AS THE PERIOD
      *                   AND REPORTS ONLY THAT GROUP'S RUNS; STEPS
      *                   LOGGED WITHOUT A GROUP COUNT FOR EVERY GROUP.
      *                   A BLANK GROUP REPORTS ALL GROUPS TOGETHER.
      *  2026-10-15 DO    A STEP'S STATE IS NOW KEPT PER PAY GROUP AND
      *                   THE WORST GROUP IS PRINTED, WITH A NEW GROUP
      *                   COLUMN.  ACROSS ALL GROUPS THE LAST RECORD
      *                   READ USED TO WIN, SO A LATER CLEAN RUN IN ONE
      *                   GROUP HID A FAILED OR UNFINISHED RUN IN
      *                   ANOTHER.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCRPT.
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
           SELECT CYCLE-LOG-FILE      ASSIGN TO "CYCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLOG-STATUS.
           SELECT CYCLE-REPORT        ASSIGN TO "CYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CYCLOG.

       FD  CYCLE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYCLOG-STATUS            PIC X(02).
           88  WS-CYCLOG-OK                         VALUE "00".

       01  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.

       01  WS-ASK-PERIOD-END           PIC 9(08).
       01  WS-PERIOD-END               PIC 9(08)   VALUE 0.
       01  WS-ASK-PAY-GROUP            PIC X(02).
       01  WS-PAY-GROUP                PIC X(02)   VALUE SPACES.
       01  WS-OUTSTANDING-COUNT        PIC 9(03)   VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(03)   VALUE 0.
       01  WS-NEXT-STEP                PIC X(14)   VALUE SPACES.

      *----------------------------------------------------------------
      * THE STEPS OF THE PAY CYCLE IN THE ORDER THEY RUN - STEP NAME,
      * RUN MODE AS LOGGED, AND "R" FOR A STEP EVERY PERIOD NEEDS.
      *----------------------------------------------------------------
       01  WS-STEP-VALUES.
           05  FILLER                    PIC X(14) VALUE
               "PAYDRV  TRIAL ".
           05  FILLER                    PIC X(14) VALUE
               "PAYDRV  FINALR".
           05  FILLER                    PIC X(14) VALUE
               "PAYCHK  FINALR".
           05  FILLER                    PIC X(14) VALUE
               "GLPROOF FINALR".
           05  FILLER                    PIC X(14) VALUE
               "DEDREMITWEEK  ".
           05  FILLER                    PIC X(14) VALUE
               "DEDREMITMONTH ".
           05  FILLER                    PIC X(14) VALUE
               "ACHRET        ".
           05  FILLER                    PIC X(14) VALUE
               "OFFCYCLEPAY   ".
           05  FILLER                    PIC X(14) VALUE
               "OFFCYCLEVOID  ".
           05  FILLER                    PIC X(14) VALUE
               "YECLOSE       ".
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05  WS-STEP-DEF OCCURS 10 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  WS-STEP-KEY.
                   15  WS-STEP-NAME      PIC X(08).
                   15  WS-STEP-MODE      PIC X(05).
               10  WS-STEP-REQUIRED-SW   PIC X(01).
                   88  WS-STEP-REQUIRED             VALUE "R".
       01  WS-STEP-COUNT               PIC 9(02)   VALUE 10.

      *----------------------------------------------------------------
      * WHAT THE LOG SHOWS FOR EACH STEP, SAME ORDER AS THE TABLE
      * ABOVE - THE RUNS OF ALL GROUPS, AND THE STATE OF EACH PAY
      * GROUP THAT LOGGED THE STEP.  A START RESETS THE END FIELDS SO
      * A RERUN THAT DIED DOES NOT SHOW THE EARLIER RUN'S END AS ITS
      * OWN.  THE BLANK-GROUP ENTRY HOLDS RECORDS LOGGED WITHOUT A
      * GROUP, WHICH APPLY TO EVERY GROUP.
      *----------------------------------------------------------------
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-STATE-IDX.
               10  WS-ST-RUNS            PIC 9(03).
               10  WS-ST-GRP-COUNT       PIC 9(02).
               10  WS-ST-GRP-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-SG-IDX.
                   15  WS-SG-GROUP       PIC X(02).
                   15  WS-SG-STATE.
                       20  WS-SG-STATUS      PIC X(01).
                       20  WS-SG-START-DATE  PIC 9(08).
                       20  WS-SG-START-TIME  PIC 9(06).
                       20  WS-SG-END-DATE    PIC 9(08).
                       20  WS-SG-END-TIME    PIC 9(06).
                       20  WS-SG-RECORDS-IN  PIC 9(07).
                       20  WS-SG-RECORDS-OUT PIC 9(07).
                       20  WS-SG-CODE        PIC 9(03).

      *----------------------------------------------------------------
      * THE GROUP PICKED TO PRINT FOR THE STEP IN HAND.  NOTHING
      * LOGGED FOR THE STEP LEAVES IT BLANK.
      *----------------------------------------------------------------
       01  WS-PICK-IDX                 PIC 9(02)   VALUE 0.
       01  WS-PICK-RANK                PIC 9(01)   VALUE 0.
       01  WS-THIS-RANK                PIC 9(01)   VALUE 0.
       01  WS-PICK-GROUP               PIC X(02)   VALUE SPACES.
       01  WS-PICK-STATE.
           05  WS-ST-STATUS              PIC X(01).
               88  WS-ST-NOT-LOGGED                 VALUE SPACE.
               88  WS-ST-RUNNING                    VALUE "R".
               88  WS-ST-COMPLETE                   VALUE "C".
               88  WS-ST-WARNING                    VALUE "W".
               88  WS-ST-FAILED                     VALUE "F".
           05  WS-ST-START-DATE          PIC 9(08).
           05  WS-ST-START-TIME          PIC 9(06).
           05  WS-ST-END-DATE            PIC 9(08).
           05  WS-ST-END-TIME            PIC 9(06).
           05  WS-ST-RECORDS-IN          PIC 9(07).
           05  WS-ST-RECORDS-OUT         PIC 9(07).
           05  WS-ST-CODE                PIC 9(03).

       01  WS-LOG-KEY.
           05  WS-LOG-STEP              PIC X(08).
           05  WS-LOG-MODE              PIC X(05).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MONTH             PIC 9(02).
           05  WS-RUN-DAY               PIC 9(02).
       01  WS-RUN-DATE-DISPLAY.
           05  WS-RUN-DATE-MONTH        PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-RUN-DATE-DAY          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-RUN-DATE-YEAR         PIC 9(04).

       01  RPT-HEADING-LINE-1.
           05  FILLER                  PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
           05  FILLER                  PIC X(30) VALUE
               "PAYROLL CYCLE STATUS".
           05  FILLER                  PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE             PIC X(10).

       01  RPT-HEADING-LINE-2.
           05  FILLER                  PIC X(18) VALUE
               "PAY PERIOD ENDING ".
           05  HL2-PERIOD-END           PIC 9(08).
           05  FILLER                  PIC X(13) VALUE
               "   PAY GROUP ".
           05  HL2-PAY-GROUP            PIC X(03).

       01  RPT-COLUMN-LINE-1.
           05  FILLER                  PIC X(21) VALUE
               "STEP     MODE  GP".
           05  FILLER                  PIC X(14) VALUE
               "LAST STARTED".
           05  FILLER                  PIC X(14) VALUE
               "LAST ENDED".
           05  FILLER                  PIC X(17) VALUE
               "STATUS".
           05  FILLER                  PIC X(14) VALUE
               "IN     OUT  CC".

       01  RPT-COLUMN-LINE-2.
           05  FILLER                  PIC X(21) VALUE
               "                RUNS".
           05  FILLER                  PIC X(14) VALUE
               "DATE     HHMM".
           05  FILLER                  PIC X(14) VALUE
               "DATE     HHMM".

       01  CYC-DETAIL-LINE.
           05  CD-STEP                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-MODE                 PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-GROUP                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-RUNS                 PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-START-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-START-TIME           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-END-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-END-TIME             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-STATUS               PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-RECORDS-IN           PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-RECORDS-OUT          PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-CODE                 PIC X(03).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-CODE                PIC ZZ9.
       01  WS-TIME-WORK.
           05  WS-TIME-HHMM             PIC X(04).
           05  FILLER                   PIC X(02).

       01  SUMMARY-LINE-1.
           05  FILLER                  PIC X(26) VALUE
               "REQUIRED STEPS OUTSTANDING".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  SL1-OUTSTANDING          PIC ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(26) VALUE
               "STEPS FAILED OR UNFINISHED".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  SL2-PROBLEMS             PIC ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                  PIC X(28) VALUE
               "NEXT REQUIRED STEP DUE    : ".
           05  SL3-NEXT-STEP            PIC X(14).
       01  SUMMARY-DONE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "ALL REQUIRED STEPS COMPLETE FOR PERIOD".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Payroll Cycle Status Report".
           DISPLAY "Enter the pay period end (YYYYMMDD, 0 = latest): "
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PERIOD-END.
           MOVE WS-ASK-PERIOD-END TO WS-PERIOD-END.
           DISPLAY "Enter the pay group (blank = all groups): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ASK-PAY-GROUP.
           ACCEPT WS-ASK-PAY-GROUP.
           MOVE WS-ASK-PAY-GROUP TO WS-PAY-GROUP.

           IF WS-PERIOD-END = 0
               PERFORM 1000-FIND-LATEST THRU 1000-FIND-LATEST-EXIT
           END-IF.

           PERFORM 2000-LOAD-STATE THRU 2000-LOAD-STATE-EXIT.

           OPEN OUTPUT CYCLE-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           WRITE CYCLE-REPORT-LINE FROM RPT-HEADING-LINE-1.
           MOVE WS-PERIOD-END TO HL2-PERIOD-END.
           IF WS-PAY-GROUP = SPACES
               MOVE "ALL" TO HL2-PAY-GROUP
           ELSE
               MOVE WS-PAY-GROUP TO HL2-PAY-GROUP
           END-IF.
           WRITE CYCLE-REPORT-LINE FROM RPT-HEADING-LINE-2.
           MOVE SPACES TO CYCLE-REPORT-LINE.
           WRITE CYCLE-REPORT-LINE.
           WRITE CYCLE-REPORT-LINE FROM RPT-COLUMN-LINE-1.
           WRITE CYCLE-REPORT-LINE FROM RPT-COLUMN-LINE-2.

           PERFORM 3000-PRINT-ONE-STEP THRU 3000-PRINT-ONE-STEP-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.

           CLOSE CYCLE-REPORT.
           DISPLAY "Period " WS-PERIOD-END ", "
               WS-OUTSTANDING-COUNT " required steps outstanding, "
               WS-PROBLEM-COUNT " failed or unfinished.".
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-FIND-LATEST - NO PERIOD GIVEN: FIND THE LATEST PERIOD THE
      * PAYROLL DRIVER HAS LOGGED (TRIAL OR FINAL).  THE OTHER STEPS
      * ARE NOT LOOKED AT - YECLOSE LOGS UNDER THE LAST DAY OF THE
      * YEAR, WHICH IS NOT A PAY PERIOD.
      *----------------------------------------------------------------
       1000-FIND-LATEST.
           PERFORM 1100-OPEN-LOG THRU 1100-OPEN-LOG-EXIT.
           PERFORM 1200-SCAN-ONE-RECORD THRU 1200-SCAN-ONE-RECORD-EXIT
               UNTIL WS-EOF.
           CLOSE CYCLE-LOG-FILE.

           IF WS-PERIOD-END = 0
               DISPLAY "No payroll run is logged on the cycle log."
               STOP RUN
           END-IF.
       1000-FIND-LATEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-OPEN-LOG - OPEN THE CYCLE LOG FOR A PASS.
      *----------------------------------------------------------------
       1100-OPEN-LOG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CYCLE-LOG-FILE.
           IF NOT WS-CYCLOG-OK
               DISPLAY "Unable to open the cycle log, status "
                   WS-CYCLOG-STATUS
               STOP RUN
           END-IF.
       1100-OPEN-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-SCAN-ONE-RECORD - KEEP THE HIGHEST PAYROLL DRIVER PERIOD
      * OF THE GROUP ASKED FOR.
      *----------------------------------------------------------------
       1200-SCAN-ONE-RECORD.
           READ CYCLE-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-SCAN-ONE-RECORD-EXIT
           END-READ.

           IF WS-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 1200-SCAN-ONE-RECORD-EXIT
           END-IF.

           IF CY-STEP-NAME = "PAYDRV"
               AND CY-PERIOD-END > WS-PERIOD-END
               MOVE CY-PERIOD-END TO WS-PERIOD-END
           END-IF.
       1200-SCAN-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-STATE - READ THE WHOLE LOG AND APPLY EVERY RECORD
      * FOR THE PERIOD TO ITS STEP'S STATE ENTRY.  THE LOG IS IN THE
      * ORDER THE STEPS RAN, SO WHAT IS LEFT AT THE END IS CURRENT.
      *----------------------------------------------------------------
       2000-LOAD-STATE.
           INITIALIZE WS-STATE-TABLE.
           PERFORM 1100-OPEN-LOG THRU 1100-OPEN-LOG-EXIT.
           PERFORM 2100-APPLY-ONE-RECORD
               THRU 2100-APPLY-ONE-RECORD-EXIT
               UNTIL WS-EOF.
           CLOSE CYCLE-LOG-FILE.
       2000-LOAD-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-ONE-RECORD - A START COUNTS A RUN AND OPENS IT; AN
      * END CLOSES IT WITH ITS STATUS, COUNTS AND CODE.  A STEP OR
      * MODE NOT IN THE TABLE IS PASSED OVER.  THE RECORD GOES TO ITS
      * GROUP'S ENTRY FOR THE STEP; ONE LOGGED WITHOUT A GROUP GOES
      * TO EVERY GROUP'S ENTRY SEEN SO FAR AS WELL AS ITS OWN.
      *----------------------------------------------------------------
       2100-APPLY-ONE-RECORD.
           READ CYCLE-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-APPLY-ONE-RECORD-EXIT
           END-READ.

           IF CY-PERIOD-END NOT = WS-PERIOD-END
               GO TO 2100-APPLY-ONE-RECORD-EXIT
           END-IF.

           IF WS-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = SPACES
               AND CY-PAY-GROUP NOT = WS-PAY-GROUP
               GO TO 2100-APPLY-ONE-RECORD-EXIT
           END-IF.

           MOVE CY-STEP-NAME TO WS-LOG-STEP.
           MOVE CY-RUN-MODE  TO WS-LOG-MODE.
           PERFORM 2200-FIND-STEP THRU 2200-FIND-STEP-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                  OR WS-STEP-KEY (WS-STEP-IDX) = WS-LOG-KEY.
           IF WS-STEP-IDX > WS-STEP-COUNT
               GO TO 2100-APPLY-ONE-RECORD-EXIT
           END-IF.

           SET WS-STATE-IDX TO WS-STEP-IDX.
           IF CY-EVENT-START
               ADD 1 TO WS-ST-RUNS (WS-STATE-IDX)
           END-IF.

           PERFORM 2300-FIND-GROUP THRU 2300-FIND-GROUP-EXIT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-ST-GRP-COUNT (WS-STATE-IDX)
                  OR WS-SG-GROUP (WS-STATE-IDX, WS-SG-IDX)
                         = CY-PAY-GROUP.
           IF WS-SG-IDX > WS-ST-GRP-COUNT (WS-STATE-IDX)
               IF WS-ST-GRP-COUNT (WS-STATE-IDX) >= 20
                   DISPLAY "PAY GROUP TABLE FULL (20) AT GROUP "
                       CY-PAY-GROUP " FOR STEP " CY-STEP-NAME
                       ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-GRP-COUNT (WS-STATE-IDX)
               SET WS-SG-IDX TO WS-ST-GRP-COUNT (WS-STATE-IDX)
               MOVE CY-PAY-GROUP
                   TO WS-SG-GROUP (WS-STATE-IDX, WS-SG-IDX)
           END-IF.

           IF CY-PAY-GROUP = SPACES
               PERFORM 2400-APPLY-TO-GROUP THRU 2400-APPLY-TO-GROUP-EXIT
                   VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-ST-GRP-COUNT (WS-STATE-IDX)
           ELSE
               PERFORM 2400-APPLY-TO-GROUP THRU 2400-APPLY-TO-GROUP-EXIT
           END-IF.
       2100-APPLY-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-STEP - EMPTY PARAGRAPH DRIVEN BY THE PERFORM VARYING
      * ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       2200-FIND-STEP.
           CONTINUE.
       2200-FIND-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-GROUP - EMPTY PARAGRAPH DRIVEN BY THE PERFORM VARYING
      * ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       2300-FIND-GROUP.
           CONTINUE.
       2300-FIND-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-APPLY-TO-GROUP - APPLY THE CURRENT RECORD TO ONE GROUP'S
      * ENTRY FOR THE STEP.
      *----------------------------------------------------------------
       2400-APPLY-TO-GROUP.
           IF CY-EVENT-START
               MOVE "R"     TO WS-SG-STATUS (WS-STATE-IDX, WS-SG-IDX)
               MOVE CY-DATE
                   TO WS-SG-START-DATE (WS-STATE-IDX, WS-SG-IDX)
               MOVE CY-TIME
                   TO WS-SG-START-TIME (WS-STATE-IDX, WS-SG-IDX)
               MOVE 0 TO WS-SG-END-DATE (WS-STATE-IDX, WS-SG-IDX)
                         WS-SG-END-TIME (WS-STATE-IDX, WS-SG-IDX)
                         WS-SG-RECORDS-IN (WS-STATE-IDX, WS-SG-IDX)
                         WS-SG-RECORDS-OUT (WS-STATE-IDX, WS-SG-IDX)
                         WS-SG-CODE (WS-STATE-IDX, WS-SG-IDX)
               GO TO 2400-APPLY-TO-GROUP-EXIT
           END-IF.

           MOVE CY-STATUS  TO WS-SG-STATUS (WS-STATE-IDX, WS-SG-IDX).
           MOVE CY-DATE    TO WS-SG-END-DATE (WS-STATE-IDX, WS-SG-IDX).
           MOVE CY-TIME    TO WS-SG-END-TIME (WS-STATE-IDX, WS-SG-IDX).
           MOVE CY-RECORDS-IN
               TO WS-SG-RECORDS-IN (WS-STATE-IDX, WS-SG-IDX).
           MOVE CY-RECORDS-OUT
               TO WS-SG-RECORDS-OUT (WS-STATE-IDX, WS-SG-IDX).
           MOVE CY-COMPLETION-CODE
               TO WS-SG-CODE (WS-STATE-IDX, WS-SG-IDX).
       2400-APPLY-TO-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-ONE-STEP - ONE REPORT LINE FOR ONE STEP OF THE
      * CYCLE, COUNTING THE REQUIRED STEPS STILL DUE AND THE STEPS
      * THAT FAILED OR DID NOT FINISH.  THE FIRST REQUIRED STEP NOT
      * COMPLETE IS THE NEXT ONE DUE.  THE STATE PRINTED IS THE WORST
      * GROUP'S, PICKED BY 3050.
      *----------------------------------------------------------------
       3000-PRINT-ONE-STEP.
           SET WS-STATE-IDX TO WS-STEP-IDX.
           MOVE 0 TO WS-PICK-IDX WS-PICK-RANK.
           PERFORM 3050-RANK-ONE-GROUP THRU 3050-RANK-ONE-GROUP-EXIT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-ST-GRP-COUNT (WS-STATE-IDX).
           IF WS-PICK-IDX = 0
               MOVE SPACES TO WS-PICK-GROUP
               INITIALIZE WS-PICK-STATE
           ELSE
               SET WS-SG-IDX TO WS-PICK-IDX
               MOVE WS-SG-GROUP (WS-STATE-IDX, WS-SG-IDX)
                   TO WS-PICK-GROUP
               MOVE WS-SG-STATE (WS-STATE-IDX, WS-SG-IDX)
                   TO WS-PICK-STATE
           END-IF.

           MOVE SPACES TO CYC-DETAIL-LINE.
           MOVE WS-STEP-NAME (WS-STEP-IDX) TO CD-STEP.
           MOVE WS-STEP-MODE (WS-STEP-IDX) TO CD-MODE.
           MOVE WS-PICK-GROUP              TO CD-GROUP.
           MOVE WS-ST-RUNS (WS-STATE-IDX)  TO CD-RUNS.

           EVALUATE TRUE
               WHEN WS-ST-NOT-LOGGED
                   IF WS-STEP-REQUIRED (WS-STEP-IDX)
                       MOVE "OUTSTANDING" TO CD-STATUS
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   ELSE
                       MOVE "NOT RUN"     TO CD-STATUS
                   END-IF
               WHEN WS-ST-RUNNING
                   PERFORM 3100-EDIT-START THRU 3100-EDIT-START-EXIT
                   MOVE "UNFINISHED" TO CD-STATUS
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN OTHER
                   PERFORM 3100-EDIT-START THRU 3100-EDIT-START-EXIT
                   PERFORM 3200-EDIT-END THRU 3200-EDIT-END-EXIT
           END-EVALUATE.

           IF WS-STEP-REQUIRED (WS-STEP-IDX)
               AND WS-NEXT-STEP = SPACES
               AND NOT WS-ST-COMPLETE
               AND NOT WS-ST-WARNING
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-NEXT-STEP
               MOVE WS-STEP-MODE (WS-STEP-IDX) TO WS-NEXT-STEP (10:5)
           END-IF.
           WRITE CYCLE-REPORT-LINE FROM CYC-DETAIL-LINE.
       3000-PRINT-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-RANK-ONE-GROUP - KEEP THIS GROUP'S ENTRY WHEN ITS STATE IS
      * WORSE THAN THE ONE PICKED SO FAR - FAILED, THEN UNFINISHED,
      * THEN WARNING, THEN COMPLETE.  ONCE ANY GROUP HAS LOGGED THE
      * STEP THE BLANK-GROUP ENTRY IS ONLY EARLIER HISTORY AND IS LEFT
      * OUT, AS THE CYCLELOG CHECK LEAVES IT OUT.
      *----------------------------------------------------------------
       3050-RANK-ONE-GROUP.
           IF WS-SG-GROUP (WS-STATE-IDX, WS-SG-IDX) = SPACES
               AND WS-ST-GRP-COUNT (WS-STATE-IDX) > 1
               GO TO 3050-RANK-ONE-GROUP-EXIT
           END-IF.
           EVALUATE WS-SG-STATUS (WS-STATE-IDX, WS-SG-IDX)
               WHEN "F"
                   MOVE 4 TO WS-THIS-RANK
               WHEN "R"
                   MOVE 3 TO WS-THIS-RANK
               WHEN "W"
                   MOVE 2 TO WS-THIS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-THIS-RANK
           END-EVALUATE.
           IF WS-THIS-RANK > WS-PICK-RANK
               SET WS-PICK-IDX TO WS-SG-IDX
               MOVE WS-THIS-RANK TO WS-PICK-RANK
           END-IF.
       3050-RANK-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-EDIT-START - THE LAST START DATE AND TIME.
      *----------------------------------------------------------------
       3100-EDIT-START.
           MOVE WS-ST-START-DATE  TO CD-START-DATE.
           MOVE WS-ST-START-TIME  TO WS-TIME-WORK.
           MOVE WS-TIME-HHMM      TO CD-START-TIME.
       3100-EDIT-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-EDIT-END - THE END DATE AND TIME, COUNTS, CODE AND
      * STATUS OF A STEP WHOSE LAST RUN FINISHED.
      *----------------------------------------------------------------
       3200-EDIT-END.
           MOVE WS-ST-END-DATE    TO CD-END-DATE.
           MOVE WS-ST-END-TIME    TO WS-TIME-WORK.
           MOVE WS-TIME-HHMM      TO CD-END-TIME.
           MOVE WS-ST-RECORDS-IN  TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT     TO CD-RECORDS-IN.
           MOVE WS-ST-RECORDS-OUT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT     TO CD-RECORDS-OUT.
           MOVE WS-ST-CODE        TO WS-EDIT-CODE.
           MOVE WS-EDIT-CODE      TO CD-CODE.
           EVALUATE TRUE
               WHEN WS-ST-COMPLETE
                   MOVE "COMPLETE" TO CD-STATUS
               WHEN WS-ST-WARNING
                   MOVE "WARNING"  TO CD-STATUS
               WHEN OTHER
                   MOVE "FAILED"   TO CD-STATUS
                   ADD 1 TO WS-PROBLEM-COUNT
           END-EVALUATE.
       3200-EDIT-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-SUMMARY - THE COUNTS, AND WHAT TO RUN NEXT.
      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
           MOVE SPACES TO CYCLE-REPORT-LINE.
           WRITE CYCLE-REPORT-LINE.
           MOVE WS-OUTSTANDING-COUNT TO SL1-OUTSTANDING.
           WRITE CYCLE-REPORT-LINE FROM SUMMARY-LINE-1.
           MOVE WS-PROBLEM-COUNT     TO SL2-PROBLEMS.
           WRITE CYCLE-REPORT-LINE FROM SUMMARY-LINE-2.
           IF WS-NEXT-STEP = SPACES
               WRITE CYCLE-REPORT-LINE FROM SUMMARY-DONE-LINE
           ELSE
               MOVE WS-NEXT-STEP TO SL3-NEXT-STEP
               WRITE CYCLE-REPORT-LINE FROM SUMMARY-LINE-3
           END-IF.
       4000-PRINT-SUMMARY-EXIT.
           EXIT.
