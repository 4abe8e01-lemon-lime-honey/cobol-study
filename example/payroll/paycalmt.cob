      *
      *  REMARKS
      *     PAY-PERIOD CALENDAR INQUIRY AND MAINTENANCE.  THE PAYCAL
      *     FILE HOLDS EACH PAY GROUP'S SCHEDULED PAY-PERIOD END DATES
      *     FOR THE YEAR, WITH THE GROUP'S PAY FREQUENCY AND A STATUS
      *     PER PERIOD (O=OPEN, T=TRIAL RUN, F=FINALIZED).
      *     THE PAYROLL DRIVER REFUSES A FINAL RUN THE CALENDAR DOES
      *     NOT SANCTION, SO THIS PROGRAM IS HOW THE CALENDAR IS SET
      *     UP AND HOW THE YEAR'S STANDING IS SEEN AT A GLANCE:
      *        L - LIST THE CALENDAR TO THE CALRPT PRINT REPORT, FOR
      *            ONE PAY GROUP OR ALL OF THEM,
      *        A - ADD A SCHEDULED PERIOD-END DATE (STATUS OPEN) TO A
      *            GROUP - A NEW GROUP'S FIRST PERIOD SETS ITS PAY
      *            FREQUENCY, WHICH ITS LATER PERIODS INHERIT,
      *        S - SET A PERIOD'S STATUS BY HAND (RECOVERY ONLY -
      *            REOPENING A FINALIZED PERIOD LETS THE DRIVER PAY
      *            IT AGAIN, SO THE CHANGE ASKS TWICE).
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-09-02 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    PAY GROUPS.  EVERY MODE NOW ASKS FOR THE PAY
      *                   GROUP AND WORKS ON THAT GROUP'S PERIODS, SO
      *                   TWO GROUPS MAY END A PERIOD ON THE SAME DATE.
      *                   THE FIRST PERIOD ADDED FOR A GROUP ASKS FOR
      *                   ITS PAY FREQUENCY.  PAYCAL RECORDS ARE NOW 12
      *                   BYTES AND THE TABLE HOLDS 200 PERIODS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALMT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR
           RECORD CONTAINS 12 CHARACTERS.
           COPY PAYCAL.

       FD  CALENDAR-REPORT
           88  WS-MODE-ADD                           VALUE "A".
           88  WS-MODE-SET                           VALUE "S".

       01  WS-ASK-PAY-GROUP             PIC X(02).
       01  WS-ASK-PERIOD-END            PIC 9(08).
       01  WS-ASK-STATUS                PIC X(01).
       01  WS-ASK-FREQUENCY             PIC X(01).
           88  WS-ASK-FREQ-VALID                VALUE "W" "B" "S" "M".
       01  WS-GROUP-LAST-DATE           PIC 9(08)   VALUE 0.
       01  WS-GROUP-FREQUENCY           PIC X(01)   VALUE SPACES.
       01  WS-LISTED-COUNT              PIC 9(03)   VALUE 0.
       01  WS-ANSWER                    PIC X(01).
       01  WS-FOUND-SUB                 PIC 9(03)   VALUE 0.
       01  WS-OPEN-COUNT                PIC 9(03)   VALUE 0.

       01  WS-CAL-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-CAL-IDX.
               10  WS-CAL-GROUP          PIC X(02).
               10  WS-CAL-FREQ           PIC X(01).
               10  WS-CAL-DATE           PIC 9(08).
               10  WS-CAL-STATUS         PIC X(01).

           05  HL1-RUN-DATE               PIC X(10).

       01  RPT-HEADING-LINE-2.
           05  FILLER                    PIC X(12) VALUE
               "GROUP  FREQ ".
           05  FILLER                    PIC X(12) VALUE
               "PERIOD END  ".
           05  FILLER                    PIC X(10) VALUE
               "STATUS".

       01  CAL-DETAIL-LINE.
           05  CD-PAY-GROUP              PIC X(02).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  CD-FREQUENCY              PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  CD-PERIOD-END             PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  CD-STATUS                 PIC X(09).
               WITH NO ADVANCING.
           ACCEPT WS-MODE.

           IF WS-MODE-LIST
               DISPLAY "Enter the pay group (blank = all groups): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Enter the pay group: " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-ASK-PAY-GROUP.
           ACCEPT WS-ASK-PAY-GROUP.
           IF WS-ASK-PAY-GROUP = SPACES
               AND NOT WS-MODE-LIST
               DISPLAY "A pay group is required, nothing done."
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-MODE-LIST
                   PERFORM 2000-LIST-CALENDAR
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1100-LOAD-ONE-PERIOD-EXIT
           END-READ.
           IF WS-CAL-COUNT >= 200
               DISPLAY "CALENDAR EXCEEDS THE 200-ENTRY TABLE AT "
                   PC-PAY-GROUP " " PC-PERIOD-END ", RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           SET WS-CAL-IDX TO WS-CAL-COUNT.
           MOVE PC-PAY-GROUP  TO WS-CAL-GROUP  (WS-CAL-IDX).
           MOVE PC-FREQUENCY  TO WS-CAL-FREQ   (WS-CAL-IDX).
           MOVE PC-PERIOD-END TO WS-CAL-DATE   (WS-CAL-IDX).
           MOVE PC-STATUS     TO WS-CAL-STATUS (WS-CAL-IDX).
       1100-LOAD-ONE-PERIOD-EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-CALENDAR - PRINT THE CALENDAR WITH ONE LINE PER
      * PERIOD OF THE ASKED GROUP (EVERY GROUP WHEN NONE WAS GIVEN)
      * AND THE STATUS COUNTS, SO THE YEAR'S STANDING IS SEEN AT A
      * GLANCE.
      *----------------------------------------------------------------
       2000-LIST-CALENDAR.
           OPEN OUTPUT CALENDAR-REPORT.
           MOVE WS-FINAL-COUNT TO CS-FINAL.
           WRITE CALENDAR-REPORT-LINE FROM CAL-SUMMARY-LINE.
           CLOSE CALENDAR-REPORT.
           DISPLAY WS-LISTED-COUNT " periods listed.".
       2000-LIST-CALENDAR-EXIT.
           EXIT.

      * STATUS.
      *----------------------------------------------------------------
       2100-LIST-ONE-PERIOD.
           IF WS-ASK-PAY-GROUP NOT = SPACES
               AND WS-CAL-GROUP (WS-CAL-IDX) NOT = WS-ASK-PAY-GROUP
               GO TO 2100-LIST-ONE-PERIOD-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-CAL-GROUP (WS-CAL-IDX) TO CD-PAY-GROUP.
           MOVE WS-CAL-FREQ  (WS-CAL-IDX) TO CD-FREQUENCY.
           MOVE WS-CAL-DATE  (WS-CAL-IDX) TO CD-PERIOD-END.
           EVALUATE WS-CAL-STATUS (WS-CAL-IDX)
               WHEN "O"
                   MOVE "OPEN"      TO CD-STATUS

      *----------------------------------------------------------------
      * 3000-ADD-PERIOD - ADD A SCHEDULED PERIOD-END DATE WITH STATUS
      * OPEN TO THE ASKED GROUP.  EACH GROUP'S PERIODS ARE KEPT IN
      * DATE ORDER, SO THE NEW DATE MUST FALL AFTER THE GROUP'S LAST
      * ONE ON FILE; A DUPLICATE IS REFUSED.  A GROUP'S FIRST PERIOD
      * ASKS FOR THE GROUP'S PAY FREQUENCY; LATER PERIODS TAKE IT.
      *----------------------------------------------------------------
       3000-ADD-PERIOD.
           DISPLAY "Enter the period-end date (YYYYMMDD): "
               GO TO 3000-ADD-PERIOD-EXIT
           END-IF.

           MOVE 0      TO WS-GROUP-LAST-DATE.
           MOVE SPACES TO WS-GROUP-FREQUENCY.
           PERFORM 3100-FIND-GROUP-LAST THRU 3100-FIND-GROUP-LAST-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

           IF WS-GROUP-LAST-DATE > 0
               AND WS-ASK-PERIOD-END NOT > WS-GROUP-LAST-DATE
               DISPLAY "Date must fall after the group's last period "
                   "on file (" WS-GROUP-LAST-DATE
                   "), nothing added."
               GO TO 3000-ADD-PERIOD-EXIT
           END-IF.
           IF WS-CAL-COUNT >= 200
               DISPLAY "The calendar is full, nothing added."
               GO TO 3000-ADD-PERIOD-EXIT
           END-IF.

           IF WS-GROUP-FREQUENCY = SPACES
               DISPLAY "New pay group " WS-ASK-PAY-GROUP
                   " - pay frequency (W=Weekly, B=Biweekly, "
                   "S=Semimonthly, M=Monthly): "
                   WITH NO ADVANCING
               ACCEPT WS-ASK-FREQUENCY
               IF NOT WS-ASK-FREQ-VALID
                   DISPLAY "Frequency must be W, B, S or M, "
                       "nothing added."
                   GO TO 3000-ADD-PERIOD-EXIT
               END-IF
               MOVE WS-ASK-FREQUENCY TO WS-GROUP-FREQUENCY
           END-IF.

           ADD 1 TO WS-CAL-COUNT.
           SET WS-CAL-IDX TO WS-CAL-COUNT.
           MOVE WS-ASK-PAY-GROUP   TO WS-CAL-GROUP  (WS-CAL-IDX).
           MOVE WS-GROUP-FREQUENCY TO WS-CAL-FREQ   (WS-CAL-IDX).
           MOVE WS-ASK-PERIOD-END TO WS-CAL-DATE   (WS-CAL-IDX).
           MOVE "O"               TO WS-CAL-STATUS (WS-CAL-IDX).
           PERFORM 5000-FLUSH-CALENDAR
               THRU 5000-FLUSH-CALENDAR-EXIT.
           DISPLAY "Period " WS-ASK-PERIOD-END " added as OPEN for "
               "pay group " WS-ASK-PAY-GROUP ".".
       3000-ADD-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-FIND-GROUP-LAST - REMEMBER THE ASKED GROUP'S LATEST
      * PERIOD-END DATE AND ITS PAY FREQUENCY.
      *----------------------------------------------------------------
       3100-FIND-GROUP-LAST.
           IF WS-CAL-GROUP (WS-CAL-IDX) = WS-ASK-PAY-GROUP
               MOVE WS-CAL-FREQ (WS-CAL-IDX) TO WS-GROUP-FREQUENCY
               IF WS-CAL-DATE (WS-CAL-IDX) > WS-GROUP-LAST-DATE
                   MOVE WS-CAL-DATE (WS-CAL-IDX) TO WS-GROUP-LAST-DATE
               END-IF
           END-IF.
       3100-FIND-GROUP-LAST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SET-STATUS - SET ONE PERIOD'S STATUS BY HAND.  THIS IS
      * THE RECOVERY DOOR - REOPENING A FINALIZED PERIOD LETS THE
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           IF WS-FOUND-SUB = 0
               DISPLAY "Period not on the group's calendar."
               GO TO 4000-SET-STATUS-EXIT
           END-IF.

           MOVE WS-ASK-STATUS TO WS-CAL-STATUS (WS-CAL-IDX).
           PERFORM 5000-FLUSH-CALENDAR
               THRU 5000-FLUSH-CALENDAR-EXIT.
           DISPLAY "Period " WS-ASK-PERIOD-END " of pay group "
               WS-ASK-PAY-GROUP " set to " WS-ASK-STATUS ".".
       4000-SET-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-FIND-PERIOD - REMEMBER THE TABLE ENTRY MATCHING THE
      * ASKED PAY GROUP AND PERIOD-END DATE.
      *----------------------------------------------------------------
       4100-FIND-PERIOD.
           IF WS-CAL-GROUP (WS-CAL-IDX) = WS-ASK-PAY-GROUP
               AND WS-CAL-DATE (WS-CAL-IDX) = WS-ASK-PERIOD-END
               SET WS-FOUND-SUB TO WS-CAL-IDX
           END-IF.
       4100-FIND-PERIOD-EXIT.
      * PAYCAL FILE.
      *----------------------------------------------------------------
       5100-WRITE-ONE-PERIOD.
           MOVE WS-CAL-GROUP  (WS-CAL-IDX) TO PC-PAY-GROUP.
           MOVE WS-CAL-FREQ   (WS-CAL-IDX) TO PC-FREQUENCY.
           MOVE WS-CAL-DATE   (WS-CAL-IDX) TO PC-PERIOD-END.
           MOVE WS-CAL-STATUS (WS-CAL-IDX) TO PC-STATUS.
           WRITE PAY-CALENDAR-RECORD.
