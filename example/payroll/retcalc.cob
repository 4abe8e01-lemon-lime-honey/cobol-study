      *================================================================
      *  PROGRAM-ID   : RETCALC
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     CALLABLE SUBPROGRAM THAT FIGURES ONE PERIOD'S 401(K)
      *     CONTRIBUTIONS FOR ONE EMPLOYEE: THE PRE-TAX DEFERRAL THE
      *     EMPLOYEE ELECTED (A PERCENT OF THE PERIOD'S GROSS OR A
      *     FLAT AMOUNT PER PERIOD), HOW MUCH OF IT IS A CATCH-UP
      *     CONTRIBUTION, AND THE EMPLOYER MATCH ON IT.  THE CALLER
      *     PASSES THE EMPLOYEE'S YTD DEFERRAL AND MATCH AS THEY
      *     STOOD BEFORE THIS PERIOD, SO THE ANNUAL LIMITS STOP THE
      *     CONTRIBUTIONS EXACTLY AT THE CAP, THE SAME WAY ERTAXCLC
      *     STOPS AT A WAGE BASE.  THE DEFERRAL IS LIMITED TO THE
      *     ANNUAL DEFERRAL LIMIT, RAISED BY THE CATCH-UP LIMIT FOR
      *     AN EMPLOYEE AT OR PAST THE CATCH-UP AGE; WHATEVER IS
      *     DEFERRED PAST THE ORDINARY LIMIT IS THE CATCH-UP.  THE
      *     MATCH IS FIGURED ON THE ORDINARY DEFERRAL ONLY, TIER BY
      *     TIER AS A PERCENT OF THE PERIOD'S GROSS, AND IS HELD SO
      *     THE ORDINARY DEFERRAL PLUS THE MATCH FOR THE YEAR NEVER
      *     PASS THE ANNUAL ADDITIONS LIMIT.  AN EMPLOYEE WHO IS NOT
      *     ENROLLED GETS ZERO FOR EVERYTHING.  THE PLAN LIMITS AND
      *     THE MATCH FORMULA LIVE HERE AND NOWHERE ELSE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCALC.
       AUTHOR. D. OKAFOR.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * PLAN LIMITS AND MATCH FORMULA.  THE ANNUAL LIMITS CHANGE
      * EVERY JANUARY AND THE MATCH ONLY WHEN THE PLAN DOCUMENT IS
      * AMENDED - EITHER MEANS CHANGING THESE VALUES.  THE MATCH IS
      * 100% OF THE DEFERRAL UP TO THE FIRST 3% OF PAY PLUS 50% OF
      * THE DEFERRAL ON THE NEXT 2% OF PAY.
      *----------------------------------------------------------------
       01  PLAN-DEFERRAL-LIMIT          PIC 9(07)    VALUE 0023500.
       01  PLAN-CATCHUP-LIMIT           PIC 9(07)    VALUE 0007500.
       01  PLAN-CATCHUP-AGE             PIC 9(03)    VALUE 050.
       01  PLAN-ADDITIONS-LIMIT         PIC 9(07)    VALUE 0070000.
       01  PLAN-TIER-1-PCT              PIC 9V999    VALUE 0.030.
       01  PLAN-TIER-1-RATE             PIC 9V999    VALUE 1.000.
       01  PLAN-TIER-2-PCT              PIC 9V999    VALUE 0.020.
       01  PLAN-TIER-2-RATE             PIC 9V999    VALUE 0.500.

       01  WS-ANNUAL-LIMIT              PIC 9(07)V99.
       01  WS-LIMIT-REMAINING           PIC 9(07)V99.
       01  WS-YTD-AFTER                 PIC 9(07)V99.
       01  WS-YTD-CATCHUP               PIC 9(07)V99.
       01  WS-MATCHABLE                 PIC 9(07)V99.
       01  WS-TIER-CAP                  PIC 9(07)V99.
       01  WS-TIER-DEFERRAL             PIC 9(07)V99.
       01  WS-MATCH-WORK                PIC 9(07)V99.
       01  WS-ADDITIONS-USED            PIC 9(07)V99.
       01  WS-ADDITIONS-ROOM            PIC S9(07)V99.

       LINKAGE SECTION.
       01  LK-GROSS-PAY                 PIC 9(07)V99.
       01  LK-AGE                       PIC 9(03).
       01  LK-401K-ELECTION.
           05  LK-401K-TYPE             PIC X(01).
               88  LK-401K-PERCENT                  VALUE "P".
               88  LK-401K-FLAT                     VALUE "F".
           05  LK-401K-RATE             PIC 9(05)V99.
       01  LK-YTD-DEFERRAL              PIC 9(07)V99.
       01  LK-YTD-MATCH                 PIC 9(07)V99.
       01  LK-DEFERRAL                  PIC 9(07)V99.
       01  LK-CATCHUP                   PIC 9(07)V99.
       01  LK-MATCH                     PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-GROSS-PAY LK-AGE LK-401K-ELECTION
                                LK-YTD-DEFERRAL LK-YTD-MATCH
                                LK-DEFERRAL LK-CATCHUP LK-MATCH.

       0000-MAINLINE.
           MOVE 0 TO LK-DEFERRAL.
           MOVE 0 TO LK-CATCHUP.
           MOVE 0 TO LK-MATCH.
           IF NOT LK-401K-PERCENT AND NOT LK-401K-FLAT
               GOBACK
           END-IF.

           PERFORM 1000-FIGURE-DEFERRAL THRU 1000-FIGURE-DEFERRAL-EXIT.
           PERFORM 2000-FIGURE-MATCH THRU 2000-FIGURE-MATCH-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-FIGURE-DEFERRAL - FIGURE THE ELECTED DEFERRAL, NEVER MORE
      * THAN THE PERIOD'S GROSS, AND HOLD IT TO WHAT IS LEFT OF THE
      * EMPLOYEE'S ANNUAL LIMIT.  THE PART OF IT THAT TAKES THE YTD
      * DEFERRAL PAST THE ORDINARY LIMIT IS THE CATCH-UP.
      *----------------------------------------------------------------
       1000-FIGURE-DEFERRAL.
           IF LK-401K-PERCENT
               COMPUTE LK-DEFERRAL ROUNDED =
                   LK-GROSS-PAY * LK-401K-RATE / 100
                   ON SIZE ERROR
                       MOVE LK-GROSS-PAY TO LK-DEFERRAL
               END-COMPUTE
           ELSE
               MOVE LK-401K-RATE TO LK-DEFERRAL
           END-IF.
           IF LK-DEFERRAL > LK-GROSS-PAY
               MOVE LK-GROSS-PAY TO LK-DEFERRAL
           END-IF.

           MOVE PLAN-DEFERRAL-LIMIT TO WS-ANNUAL-LIMIT.
           IF LK-AGE >= PLAN-CATCHUP-AGE
               ADD PLAN-CATCHUP-LIMIT TO WS-ANNUAL-LIMIT
           END-IF.

           IF LK-YTD-DEFERRAL >= WS-ANNUAL-LIMIT
               MOVE 0 TO LK-DEFERRAL
               GO TO 1000-FIGURE-DEFERRAL-EXIT
           END-IF.
           COMPUTE WS-LIMIT-REMAINING =
               WS-ANNUAL-LIMIT - LK-YTD-DEFERRAL.
           IF LK-DEFERRAL > WS-LIMIT-REMAINING
               MOVE WS-LIMIT-REMAINING TO LK-DEFERRAL
           END-IF.

           COMPUTE WS-YTD-AFTER = LK-YTD-DEFERRAL + LK-DEFERRAL.
           IF WS-YTD-AFTER > PLAN-DEFERRAL-LIMIT
               IF LK-YTD-DEFERRAL > PLAN-DEFERRAL-LIMIT
                   MOVE LK-DEFERRAL TO LK-CATCHUP
               ELSE
                   COMPUTE LK-CATCHUP =
                       WS-YTD-AFTER - PLAN-DEFERRAL-LIMIT
               END-IF
           END-IF.
       1000-FIGURE-DEFERRAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FIGURE-MATCH - MATCH THE ORDINARY (NON-CATCH-UP) DEFERRAL
      * TIER BY TIER: EACH TIER MATCHES THE DEFERRAL THAT FALLS INSIDE
      * ITS PERCENT OF GROSS AT ITS RATE.  THE MATCH IS THEN HELD TO
      * THE ROOM LEFT UNDER THE ANNUAL ADDITIONS LIMIT AFTER THE
      * YEAR'S ORDINARY DEFERRALS AND MATCH SO FAR AND THIS PERIOD'S
      * ORDINARY DEFERRAL.
      *----------------------------------------------------------------
       2000-FIGURE-MATCH.
           COMPUTE WS-MATCHABLE = LK-DEFERRAL - LK-CATCHUP.
           IF WS-MATCHABLE = 0
               GO TO 2000-FIGURE-MATCH-EXIT
           END-IF.

           COMPUTE WS-TIER-CAP ROUNDED =
               LK-GROSS-PAY * PLAN-TIER-1-PCT.
           IF WS-MATCHABLE > WS-TIER-CAP
               MOVE WS-TIER-CAP  TO WS-TIER-DEFERRAL
           ELSE
               MOVE WS-MATCHABLE TO WS-TIER-DEFERRAL
           END-IF.
           COMPUTE WS-MATCH-WORK ROUNDED =
               WS-TIER-DEFERRAL * PLAN-TIER-1-RATE.
           SUBTRACT WS-TIER-DEFERRAL FROM WS-MATCHABLE.

           COMPUTE WS-TIER-CAP ROUNDED =
               LK-GROSS-PAY * PLAN-TIER-2-PCT.
           IF WS-MATCHABLE > WS-TIER-CAP
               MOVE WS-TIER-CAP  TO WS-TIER-DEFERRAL
           ELSE
               MOVE WS-MATCHABLE TO WS-TIER-DEFERRAL
           END-IF.
           COMPUTE WS-MATCH-WORK ROUNDED = WS-MATCH-WORK
               + WS-TIER-DEFERRAL * PLAN-TIER-2-RATE.

           IF LK-YTD-DEFERRAL > PLAN-DEFERRAL-LIMIT
               COMPUTE WS-YTD-CATCHUP =
                   LK-YTD-DEFERRAL - PLAN-DEFERRAL-LIMIT
           ELSE
               MOVE 0 TO WS-YTD-CATCHUP
           END-IF.
           COMPUTE WS-ADDITIONS-USED =
               LK-YTD-DEFERRAL - WS-YTD-CATCHUP + LK-YTD-MATCH
                 + LK-DEFERRAL - LK-CATCHUP
               ON SIZE ERROR
                   MOVE PLAN-ADDITIONS-LIMIT TO WS-ADDITIONS-USED
           END-COMPUTE.
           COMPUTE WS-ADDITIONS-ROOM =
               PLAN-ADDITIONS-LIMIT - WS-ADDITIONS-USED.
           IF WS-ADDITIONS-ROOM <= 0
               GO TO 2000-FIGURE-MATCH-EXIT
           END-IF.
           IF WS-MATCH-WORK > WS-ADDITIONS-ROOM
               MOVE WS-ADDITIONS-ROOM TO WS-MATCH-WORK
           END-IF.
           MOVE WS-MATCH-WORK TO LK-MATCH.
       2000-FIGURE-MATCH-EXIT.
           EXIT.
