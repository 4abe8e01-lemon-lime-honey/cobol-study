      *     RECORD EVERY RUN.  TAX IS WITHHELD BY THE TAXCALC
      *     SUBPROGRAM USING A GRADUATED BRACKET SCHEDULE.
      *
      *     BATCH MODE APPLIES A WHOLE HR TRANSACTION FILE (HRTRAN) -
      *     ADDS, SINGLE-FIELD CHANGES, TERMINATIONS AND REHIRES -
      *     WITH THE SAME EDITS AS THE PROMPTS.  THE FILE IS PROVEN
      *     AGAINST ITS TRAILER COUNT BEFORE ANYTHING IS APPLIED, AND
      *     EVERY TRANSACTION IS LISTED ACCEPTED OR REJECTED, WITH
      *     THE REASON, ON THE HRJRNL TRANSACTION JOURNAL.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *                   LIKE EVERY OTHER NUMERIC PROMPT, INSTEAD
      *                   OF WRITING WHATEVER WAS KEYED STRAIGHT TO
      *                   THE MASTER.
      *  2026-10-15 DO    A NEW EMPLOYEE IS ADDED WITH NO W-4
      *                   ELECTION ON FILE (WITHHELD SINGLE/ZERO BY
      *                   THE PAYROLL DRIVER UNTIL ONE IS KEYED).
      *                   ELECTIONS ARE MAINTAINED BY W4MAINT.
      *  2026-10-15 DO    ADDED THE ADDRESS STATE TO THE ADD AND
      *                   CHANGE MODES (MASTER NOW 177 BYTES, AUDIT
      *                   RECORD 383) FOR THE UNCLAIMED-CHECK
      *                   ESCHEAT LISTING.
      *  2026-10-15 DO    ADDED BATCH MODE (B) FOR THE HR TRANSACTION
      *                   FILE.  EACH ACCEPTED TRANSACTION WRITES ITS
      *                   EMPAUDIT RECORD UNDER THE BATCH OPERATOR ID
      *                   FROM THE FILE HEADER; A TERMINATE OR REHIRE
      *                   IS AUDITED AS A CHANGE.
      *  2026-10-15 DO    ADDED THE PAY GROUP TO THE ADD, CHANGE AND
      *                   BATCH MODES (MASTER NOW 179 BYTES, AUDIT
      *                   RECORD 387).  THE PAYROLL DRIVER PAYS ONE
      *                   GROUP PER RUN AT THE GROUP'S FREQUENCY.
      *  2026-10-15 DO    A NEW HIRE IS ADDED NOT ENROLLED IN THE
      *                   401(K) PLAN WITH ZERO YTD DEFERRAL AND MATCH
      *                   (MASTER NOW 205 BYTES, AUDIT RECORD 439); THE
      *                   ELECTION IS KEYED BY RETMAINT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HR-TRAN-FILE        ASSIGN TO "HRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRTRAN-STATUS.
           SELECT HR-JOURNAL          ASSIGN TO "HRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  EMPLOYEE-REPORT-LINE        PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 439 CHARACTERS.
           COPY EMPAUDIT.

       FD  HR-TRAN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY HRTRAN.

       FD  HR-JOURNAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HR-JOURNAL-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EDITRNGW.

           88  WS-MODE-ADD                          VALUE "A".
           88  WS-MODE-CHANGE                        VALUE "C".
           88  WS-MODE-INQUIRY                       VALUE "I".
           88  WS-MODE-BATCH                         VALUE "B".

       01  WS-NEW-SALARY                PIC 9(06).
       01  WS-ANSWER                   PIC X(01).
       01  WS-OPERATOR                 PIC X(08).
       01  WS-BEFORE-IMAGE             PIC X(205).
       01  WS-TIME-WORK.
           05  WS-TIME-HHMMSS           PIC 9(06).
           05  FILLER                   PIC 9(02).

      *----------------------------------------------------------------
      * BATCH MODE - BALANCING-PASS SWITCHES AND PROOF COUNTS, THE
      * JOURNAL COUNTS, AND THE REJECT REASON FOR THE TRANSACTION IN
      * HAND (SPACES = ACCEPTED).
      *----------------------------------------------------------------
       01  WS-HRTRAN-STATUS            PIC X(02).
           88  WS-HRTRAN-OK                        VALUE "00".
       01  WS-TRAN-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-TRAN-EOF                         VALUE 'Y'.
       01  WS-BAL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-BAL-EOF                          VALUE 'Y'.
       01  WS-HEADER-SEEN-SW           PIC X(01)   VALUE 'N'.
           88  WS-HEADER-SEEN                      VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW          PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN                     VALUE 'Y'.
       01  WS-BATCH-OK-SW              PIC X(01)   VALUE 'Y'.
           88  WS-BATCH-OK                         VALUE 'Y'.
       01  WS-BATCH-TRAN-COUNT         PIC 9(06)   VALUE 0.
       01  WS-TRAILER-TRAN-COUNT       PIC 9(06)   VALUE 0.
       01  WS-BATCH-OPERATOR           PIC X(08)   VALUE SPACES.
       01  WS-BATCH-DATE               PIC 9(08)   VALUE 0.
       01  WS-TRAN-READ                PIC 9(06)   VALUE 0.
       01  WS-TRAN-ACCEPTED            PIC 9(06)   VALUE 0.
       01  WS-TRAN-REJECTED            PIC 9(06)   VALUE 0.
       01  WS-REJECT-REASON            PIC X(40).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-TAX                   PIC ZZ,ZZ9.99.

       01  JRNL-HEADING-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
           05  FILLER                   PIC X(30) VALUE
               "HR BATCH TRANSACTION JOURNAL".
           05  FILLER                   PIC X(05) VALUE "DATE ".
           05  HL1J-RUN-DATE             PIC X(10).

       01  JRNL-HEADING-LINE-2.
           05  FILLER                   PIC X(15) VALUE
               "BATCH OPERATOR ".
           05  HL2J-BATCH-OPERATOR       PIC X(08).
           05  FILLER                   PIC X(13) VALUE
               "  BATCH DATE ".
           05  HL2J-BATCH-DATE           PIC 9(08).
           05  FILLER                   PIC X(14) VALUE
               "  RELEASED BY ".
           05  HL2J-RELEASED-BY          PIC X(08).

       01  JRNL-HEADING-LINE-3.
           05  FILLER                   PIC X(04) VALUE "TR".
           05  FILLER                   PIC X(08) VALUE "EMP-ID".
           05  FILLER                   PIC X(10) VALUE "FIELD".
           05  FILLER                   PIC X(10) VALUE "RESULT".
           05  FILLER                   PIC X(40) VALUE "REASON".

       01  JRNL-DETAIL-LINE.
           05  JL-TRAN-CODE              PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JL-EMP-ID                 PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JL-FIELD-CODE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JL-RESULT                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JL-REASON                 PIC X(40).

       01  JRNL-TOTAL-LINE.
           05  JT-LABEL                  PIC X(24).
           05  JT-COUNT                  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           WRITE EMPLOYEE-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE EMPLOYEE-REPORT-LINE FROM RPT-HEADING-LINE-2.

           DISPLAY "Mode (A=Add, C=Change, I=Inquiry, B=Batch): "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.

           IF WS-MODE-BATCH
               PERFORM 6000-BATCH-UPDATE THRU 6000-BATCH-UPDATE-EXIT
               CLOSE EMPLOYEE-MASTER EMPLOYEE-REPORT AUDIT-FILE
               STOP RUN
           END-IF.

           DISPLAY "Enter the employee id: " WITH NO ADVANCING.
           ACCEPT EMP-ID.

           PERFORM 1080-GET-HOURLY-RATE THRU 1080-GET-HOURLY-RATE-EXIT.
           PERFORM 1090-GET-PTO-FIELDS THRU 1090-GET-PTO-FIELDS-EXIT.
           PERFORM 1095-GET-STATUS THRU 1095-GET-STATUS-EXIT.
           PERFORM 1099-GET-ADDR-STATE THRU 1099-GET-ADDR-STATE-EXIT.
           PERFORM 1100-GET-PAY-GROUP THRU 1100-GET-PAY-GROUP-EXIT.

           CALL "TAXCALC" USING EMP-SALARY EMP-TAX.
           MOVE 0 TO EMP-YTD-GROSS.
           MOVE 0 TO EMP-YTD-TAX.
           MOVE 0 TO EMP-YTD-ER-SS.
           MOVE 0 TO EMP-YTD-ER-UI.
           MOVE SPACES TO EMP-W4-ELECTION.
           MOVE SPACES TO EMP-401K-TYPE.
           MOVE 0 TO EMP-401K-RATE.
           MOVE 0 TO EMP-YTD-DEFERRAL.
           MOVE 0 TO EMP-YTD-MATCH.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE EMP-MASTER-RECORD
       1098-GET-VALID-TERM-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1099-GET-ADDR-STATE - ACCEPT THE POSTAL STATE CODE OF THE
      * EMPLOYEE'S ADDRESS AND RE-PROMPT UNTIL IT IS TWO LETTERS.  AN
      * UNCASHED CHECK IS ESCHEATED TO THIS STATE.
      *----------------------------------------------------------------
       1099-GET-ADDR-STATE.
           DISPLAY "Enter the address state (2-letter code): "
               WITH NO ADVANCING.
           ACCEPT EMP-ADDR-STATE.
           IF EMP-ADDR-STATE NOT ALPHABETIC-UPPER
               OR EMP-ADDR-STATE (1:1) = SPACE
               OR EMP-ADDR-STATE (2:1) = SPACE
               DISPLAY "State must be a 2-letter code."
               GO TO 1099-GET-ADDR-STATE
           END-IF.
       1099-GET-ADDR-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-GET-PAY-GROUP - ACCEPT THE EMPLOYEE'S PAY GROUP AND
      * RE-PROMPT UNTIL IT IS A LEFT-JUSTIFIED 2-CHARACTER CODE.  THE
      * GROUP'S PAYCAL CALENDAR SETS HOW OFTEN THE EMPLOYEE IS PAID.
      *----------------------------------------------------------------
       1100-GET-PAY-GROUP.
           DISPLAY "Enter the pay group (2-character code): "
               WITH NO ADVANCING.
           ACCEPT EMP-PAY-GROUP.
           IF EMP-PAY-GROUP (1:1) = SPACE
               DISPLAY "Pay group must be a 2-character code."
               GO TO 1100-GET-PAY-GROUP
           END-IF.
       1100-GET-PAY-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHANGE-EMPLOYEE - UPDATE AN EXISTING EMPLOYEE'S SALARY
      * AND RECOMPUTE TAX WITHOUT RE-KEYING THE WHOLE RECORD.
                   THRU 1095-GET-STATUS-EXIT
           END-IF.

           DISPLAY "Current address state: " EMP-ADDR-STATE.
           DISPLAY "Change the address state (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               PERFORM 1099-GET-ADDR-STATE
                   THRU 1099-GET-ADDR-STATE-EXIT
           END-IF.

           DISPLAY "Current pay group: " EMP-PAY-GROUP.
           DISPLAY "Change the pay group (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               PERFORM 1100-GET-PAY-GROUP
                   THRU 1100-GET-PAY-GROUP-EXIT
           END-IF.

           DISPLAY "Current PTO: VAC " EMP-VAC-BALANCE
               " SICK " EMP-SICK-BALANCE
               " ACCRUALS " EMP-VAC-ACCRUAL "/" EMP-SICK-ACCRUAL.
           DISPLAY "TAX: " EMP-TAX.
           DISPLAY "PAY METHOD: " EMP-PAY-METHOD.
           DISPLAY "PAY TYPE: " EMP-PAY-TYPE.
           DISPLAY "ADDRESS STATE: " EMP-ADDR-STATE.
           DISPLAY "PAY GROUP: " EMP-PAY-GROUP.
           IF EMP-TYPE-HOURLY
               DISPLAY "HOURLY RATE: " EMP-HOURLY-RATE
                   " EFFECTIVE " EMP-RATE-EFF-DATE
       5000-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-BATCH-UPDATE - APPLY THE HR TRANSACTION FILE.  THE FILE
      * IS PROVEN AGAINST ITS TRAILER FIRST; A FILE THAT DOES NOT
      * PROVE IS NOT RELEASED AND NOTHING IS APPLIED.  OTHERWISE EACH
      * TRANSACTION IS EDITED AND APPLIED ON ITS OWN - ONE BAD
      * TRANSACTION IS REJECTED TO THE JOURNAL, NOT THE WHOLE FILE.
      * THE AUDIT RECORDS CARRY THE BATCH OPERATOR FROM THE HEADER;
      * THE OPERATOR WHO KEYED THE RUN IS PRINTED AS RELEASING IT.
      *----------------------------------------------------------------
       6000-BATCH-UPDATE.
           OPEN INPUT HR-TRAN-FILE.
           IF NOT WS-HRTRAN-OK
               DISPLAY "HR TRANSACTION FILE HRTRAN NOT FOUND, FILE "
                   "STATUS " WS-HRTRAN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 6000-BATCH-UPDATE-EXIT
           END-IF.

           PERFORM 6100-BALANCE-BATCH THRU 6100-BALANCE-BATCH-EXIT.
           IF NOT WS-BATCH-OK
               DISPLAY "HR TRANSACTION FILE NOT RELEASED, NOTHING "
                   "APPLIED"
               CLOSE HR-TRAN-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 6000-BATCH-UPDATE-EXIT
           END-IF.

           OPEN OUTPUT HR-JOURNAL.
           MOVE WS-RUN-DATE-DISPLAY TO HL1J-RUN-DATE.
           MOVE WS-BATCH-OPERATOR   TO HL2J-BATCH-OPERATOR.
           MOVE WS-BATCH-DATE       TO HL2J-BATCH-DATE.
           MOVE WS-OPERATOR         TO HL2J-RELEASED-BY.
           WRITE HR-JOURNAL-LINE FROM JRNL-HEADING-LINE-1.
           WRITE HR-JOURNAL-LINE FROM JRNL-HEADING-LINE-2.
           WRITE HR-JOURNAL-LINE FROM JRNL-HEADING-LINE-3.
           MOVE WS-BATCH-OPERATOR TO WS-OPERATOR.

           PERFORM 6200-APPLY-ONE-TRAN THRU 6200-APPLY-ONE-TRAN-EXIT
               UNTIL WS-TRAN-EOF.

           MOVE "TRANSACTIONS READ"     TO JT-LABEL.
           MOVE WS-TRAN-READ            TO JT-COUNT.
           WRITE HR-JOURNAL-LINE FROM JRNL-TOTAL-LINE.
           MOVE "TRANSACTIONS ACCEPTED" TO JT-LABEL.
           MOVE WS-TRAN-ACCEPTED        TO JT-COUNT.
           WRITE HR-JOURNAL-LINE FROM JRNL-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED" TO JT-LABEL.
           MOVE WS-TRAN-REJECTED        TO JT-COUNT.
           WRITE HR-JOURNAL-LINE FROM JRNL-TOTAL-LINE.

           CLOSE HR-TRAN-FILE HR-JOURNAL.
           DISPLAY "HR BATCH COMPLETE, " WS-TRAN-ACCEPTED
               " ACCEPTED, " WS-TRAN-REJECTED " REJECTED".
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-BATCH-UPDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-BALANCE-BATCH - PRE-APPLY BALANCING PASS OVER THE WHOLE
      * TRANSACTION FILE.  THE HEADER MUST BE FIRST AND NAME A BATCH
      * OPERATOR, THE TRAILER MUST BE LAST, AND THE DETAIL COUNT MUST
      * PROVE TO THE TRAILER - A SHORT FILE LOOKS EXACTLY LIKE A
      * SMALL BATCH OTHERWISE.  ON SUCCESS THE FILE IS CLOSED AND
      * REOPENED FOR THE APPLYING PASS.
      *----------------------------------------------------------------
       6100-BALANCE-BATCH.
           PERFORM 6110-BALANCE-ONE-TRAN
               THRU 6110-BALANCE-ONE-TRAN-EXIT
               UNTIL WS-BAL-EOF.

           IF NOT WS-HEADER-SEEN
               DISPLAY "HR TRANSACTION FILE HAS NO HEADER RECORD"
               MOVE 'N' TO WS-BATCH-OK-SW
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "HR TRANSACTION FILE HAS NO TRAILER RECORD"
               MOVE 'N' TO WS-BATCH-OK-SW
           END-IF.
           IF WS-TRAILER-SEEN
               AND WS-BATCH-TRAN-COUNT NOT = WS-TRAILER-TRAN-COUNT
               DISPLAY "HR TRANSACTION COUNT DOES NOT PROVE, "
                   "TRAILER " WS-TRAILER-TRAN-COUNT " COUNTED "
                   WS-BATCH-TRAN-COUNT
               MOVE 'N' TO WS-BATCH-OK-SW
           END-IF.

           IF NOT WS-BATCH-OK
               GO TO 6100-BALANCE-BATCH-EXIT
           END-IF.

           DISPLAY "HR TRANSACTION FILE IN BALANCE, "
               WS-BATCH-TRAN-COUNT " TRANSACTIONS RELEASED".
           CLOSE HR-TRAN-FILE.
           OPEN INPUT HR-TRAN-FILE.
       6100-BALANCE-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6110-BALANCE-ONE-TRAN - READ ONE RECORD OF THE BALANCING PASS
      * AND ROLL IT INTO THE PROOF COUNT.  A RECORD BEFORE THE HEADER
      * OR AFTER THE TRAILER, OR ONE OF A TYPE WE DO NOT KNOW, FAILS
      * THE FILE.
      *----------------------------------------------------------------
       6110-BALANCE-ONE-TRAN.
           READ HR-TRAN-FILE
               AT END
                   SET WS-BAL-EOF TO TRUE
                   GO TO 6110-BALANCE-ONE-TRAN-EXIT
           END-READ.

           IF WS-TRAILER-SEEN
               DISPLAY "HR TRANSACTION FOUND AFTER THE BATCH TRAILER"
               MOVE 'N' TO WS-BATCH-OK-SW
               GO TO 6110-BALANCE-ONE-TRAN-EXIT
           END-IF.
           IF NOT WS-HEADER-SEEN AND NOT HT-HEADER-RECORD
               DISPLAY "HR TRANSACTION FOUND BEFORE THE BATCH HEADER"
               MOVE 'N' TO WS-BATCH-OK-SW
               GO TO 6110-BALANCE-ONE-TRAN-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN HT-HEADER-RECORD
                   IF WS-HEADER-SEEN
                       DISPLAY "HR TRANSACTION FILE HAS A SECOND "
                           "HEADER RECORD"
                       MOVE 'N' TO WS-BATCH-OK-SW
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE HT-BATCH-OPERATOR TO WS-BATCH-OPERATOR
                   IF HT-BATCH-DATE NUMERIC
                       MOVE HT-BATCH-DATE TO WS-BATCH-DATE
                   END-IF
                   IF WS-BATCH-OPERATOR = SPACES
                       DISPLAY "HR TRANSACTION HEADER HAS NO BATCH "
                           "OPERATOR ID"
                       MOVE 'N' TO WS-BATCH-OK-SW
                   END-IF
               WHEN HT-DETAIL-RECORD
                   ADD 1 TO WS-BATCH-TRAN-COUNT
               WHEN HT-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   IF HT-TRAN-COUNT NUMERIC
                       MOVE HT-TRAN-COUNT TO WS-TRAILER-TRAN-COUNT
                   ELSE
                       DISPLAY "HR TRANSACTION TRAILER COUNT IS NOT "
                           "NUMERIC"
                       MOVE 'N' TO WS-BATCH-OK-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "HR TRANSACTION RECORD TYPE "
                       HT-RECORD-TYPE " UNKNOWN"
                   MOVE 'N' TO WS-BATCH-OK-SW
           END-EVALUATE.
       6110-BALANCE-ONE-TRAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-APPLY-ONE-TRAN - EDIT AND APPLY ONE DETAIL TRANSACTION
      * AND LIST IT ON THE JOURNAL.  EACH TRANSACTION PARAGRAPH
      * LEAVES WS-REJECT-REASON AT SPACES WHEN IT WAS APPLIED.
      *----------------------------------------------------------------
       6200-APPLY-ONE-TRAN.
           READ HR-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   GO TO 6200-APPLY-ONE-TRAN-EXIT
           END-READ.
           IF NOT HT-DETAIL-RECORD
               GO TO 6200-APPLY-ONE-TRAN-EXIT
           END-IF.

           ADD 1 TO WS-TRAN-READ.
           MOVE SPACES TO WS-REJECT-REASON.

           IF HT-EMP-ID NOT NUMERIC OR HT-EMP-ID = 0
               MOVE "EMPLOYEE ID MISSING OR NOT NUMERIC"
                   TO WS-REJECT-REASON
           ELSE
               MOVE HT-EMP-ID TO EMP-ID
               EVALUATE TRUE
                   WHEN HT-TRAN-ADD
                       PERFORM 6300-BATCH-ADD
                           THRU 6300-BATCH-ADD-EXIT
                   WHEN HT-TRAN-CHANGE
                       PERFORM 6400-BATCH-CHANGE
                           THRU 6400-BATCH-CHANGE-EXIT
                   WHEN HT-TRAN-TERMINATE
                       PERFORM 6500-BATCH-TERMINATE
                           THRU 6500-BATCH-TERMINATE-EXIT
                   WHEN HT-TRAN-REHIRE
                       PERFORM 6600-BATCH-REHIRE
                           THRU 6600-BATCH-REHIRE-EXIT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           PERFORM 6800-WRITE-JOURNAL THRU 6800-WRITE-JOURNAL-EXIT.
       6200-APPLY-ONE-TRAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-BATCH-ADD - BUILD A NEW MASTER RECORD FROM AN ADD
      * TRANSACTION, RUN EVERY FIELD THROUGH THE ADD-MODE EDITS,
      * WITHHOLD TAX AND WRITE IT.  LIKE THE ADD PROMPTS, THE YTD
      * FIELDS START AT ZERO AND NO W-4 ELECTION IS ON FILE.
      *----------------------------------------------------------------
       6300-BATCH-ADD.
           MOVE HT-NAME          TO EMP-NAME.
           MOVE HT-AGE           TO EMP-AGE.
           MOVE HT-DEPT          TO EMP-DEPT.
           MOVE HT-SALARY        TO EMP-SALARY.
           MOVE HT-PAY-METHOD    TO EMP-PAY-METHOD.
           MOVE HT-BANK-ROUTING  TO EMP-BANK-ROUTING.
           MOVE HT-BANK-ACCOUNT  TO EMP-BANK-ACCOUNT.
           MOVE HT-PAY-TYPE      TO EMP-PAY-TYPE.
           MOVE HT-HOURLY-RATE   TO EMP-HOURLY-RATE.
           MOVE HT-RATE-EFF-DATE TO EMP-RATE-EFF-DATE.
           MOVE HT-VAC-BALANCE   TO EMP-VAC-BALANCE.
           MOVE HT-SICK-BALANCE  TO EMP-SICK-BALANCE.
           MOVE HT-VAC-ACCRUAL   TO EMP-VAC-ACCRUAL.
           MOVE HT-SICK-ACCRUAL  TO EMP-SICK-ACCRUAL.
           MOVE HT-STATUS        TO EMP-STATUS.
           MOVE HT-HIRE-DATE     TO EMP-HIRE-DATE.
           MOVE HT-ADD-TERM-DATE TO EMP-TERM-DATE.
           MOVE HT-ADDR-STATE    TO EMP-ADDR-STATE.
           MOVE HT-PAY-GROUP     TO EMP-PAY-GROUP.

           IF EMP-NAME = SPACES
               MOVE "NAME IS BLANK" TO WS-REJECT-REASON
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6710-EDIT-AGE THRU 6710-EDIT-AGE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6720-EDIT-DEPT THRU 6720-EDIT-DEPT-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6730-EDIT-SALARY THRU 6730-EDIT-SALARY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6740-EDIT-PAY-METHOD THRU 6740-EDIT-PAY-METHOD-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6750-EDIT-PAY-TYPE THRU 6750-EDIT-PAY-TYPE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6760-EDIT-PTO THRU 6760-EDIT-PTO-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6770-EDIT-STATUS THRU 6770-EDIT-STATUS-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6780-EDIT-STATE THRU 6780-EDIT-STATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.
           PERFORM 6790-EDIT-PAY-GROUP THRU 6790-EDIT-PAY-GROUP-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6300-BATCH-ADD-EXIT
           END-IF.

           CALL "TAXCALC" USING EMP-SALARY EMP-TAX.
           MOVE 0 TO EMP-YTD-GROSS.
           MOVE 0 TO EMP-YTD-TAX.
           MOVE 0 TO EMP-YTD-ER-SS.
           MOVE 0 TO EMP-YTD-ER-UI.
           MOVE SPACES TO EMP-W4-ELECTION.
           MOVE SPACES TO EMP-401K-TYPE.
           MOVE 0 TO EMP-401K-RATE.
           MOVE 0 TO EMP-YTD-DEFERRAL.
           MOVE 0 TO EMP-YTD-MATCH.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE EMP-MASTER-RECORD
               INVALID KEY
                   MOVE "EMPLOYEE ID ALREADY ON FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE "A" TO AUD-TRAN-TYPE
                   PERFORM 5000-WRITE-AUDIT
                       THRU 5000-WRITE-AUDIT-EXIT
           END-WRITE.
       6300-BATCH-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6400-BATCH-CHANGE - CHANGE ONE FIELD GROUP ON AN EXISTING
      * EMPLOYEE, EDITED THE SAME AS AT THE CHANGE PROMPTS.  A SALARY
      * CHANGE RECOMPUTES THE TAX; A PAY TYPE CHANGE CARRIES THE
      * HOURLY RATE WITH IT.  STATUS MAY ONLY MOVE BETWEEN ACTIVE AND
      * LEAVE HERE - TERMINATION AND REHIRE HAVE THEIR OWN
      * TRANSACTIONS SO THEIR DATES ARE ALWAYS SET.
      *----------------------------------------------------------------
       6400-BATCH-CHANGE.
           PERFORM 6900-READ-MASTER THRU 6900-READ-MASTER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6400-BATCH-CHANGE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN HT-FLD-NAME
                   IF HT-NEW-NAME = SPACES
                       MOVE "NAME IS BLANK" TO WS-REJECT-REASON
                   ELSE
                       MOVE HT-NEW-NAME TO EMP-NAME
                   END-IF
               WHEN HT-FLD-AGE
                   MOVE HT-NEW-AGE TO EMP-AGE
                   PERFORM 6710-EDIT-AGE THRU 6710-EDIT-AGE-EXIT
               WHEN HT-FLD-DEPT
                   MOVE HT-NEW-DEPT TO EMP-DEPT
                   PERFORM 6720-EDIT-DEPT THRU 6720-EDIT-DEPT-EXIT
               WHEN HT-FLD-SALARY
                   MOVE HT-NEW-SALARY TO EMP-SALARY
                   PERFORM 6730-EDIT-SALARY THRU 6730-EDIT-SALARY-EXIT
                   IF WS-REJECT-REASON = SPACES
                       CALL "TAXCALC" USING EMP-SALARY EMP-TAX
                   END-IF
               WHEN HT-FLD-PAY-METHOD
                   MOVE HT-NEW-PAY-METHOD   TO EMP-PAY-METHOD
                   MOVE HT-NEW-BANK-ROUTING TO EMP-BANK-ROUTING
                   MOVE HT-NEW-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
                   PERFORM 6740-EDIT-PAY-METHOD
                       THRU 6740-EDIT-PAY-METHOD-EXIT
               WHEN HT-FLD-PAY-TYPE
                   MOVE HT-NEW-PAY-TYPE      TO EMP-PAY-TYPE
                   MOVE HT-NEW-TYPE-RATE     TO EMP-HOURLY-RATE
                   MOVE HT-NEW-TYPE-EFF-DATE TO EMP-RATE-EFF-DATE
                   PERFORM 6750-EDIT-PAY-TYPE
                       THRU 6750-EDIT-PAY-TYPE-EXIT
               WHEN HT-FLD-RATE
                   IF NOT EMP-TYPE-HOURLY
                       MOVE "RATE CHANGE FOR A NON-HOURLY EMPLOYEE"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE HT-NEW-RATE          TO EMP-HOURLY-RATE
                       MOVE HT-NEW-RATE-EFF-DATE TO EMP-RATE-EFF-DATE
                       PERFORM 6750-EDIT-PAY-TYPE
                           THRU 6750-EDIT-PAY-TYPE-EXIT
                   END-IF
               WHEN HT-FLD-PTO
                   MOVE HT-NEW-VAC-BALANCE  TO EMP-VAC-BALANCE
                   MOVE HT-NEW-SICK-BALANCE TO EMP-SICK-BALANCE
                   MOVE HT-NEW-VAC-ACCRUAL  TO EMP-VAC-ACCRUAL
                   MOVE HT-NEW-SICK-ACCRUAL TO EMP-SICK-ACCRUAL
                   PERFORM 6760-EDIT-PTO THRU 6760-EDIT-PTO-EXIT
               WHEN HT-FLD-STATUS
                   PERFORM 6410-CHANGE-STATUS
                       THRU 6410-CHANGE-STATUS-EXIT
               WHEN HT-FLD-STATE
                   MOVE HT-NEW-ADDR-STATE TO EMP-ADDR-STATE
                   PERFORM 6780-EDIT-STATE THRU 6780-EDIT-STATE-EXIT
               WHEN HT-FLD-PAY-GROUP
                   MOVE HT-NEW-PAY-GROUP TO EMP-PAY-GROUP
                   PERFORM 6790-EDIT-PAY-GROUP
                       THRU 6790-EDIT-PAY-GROUP-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN CHANGE FIELD CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6400-BATCH-CHANGE-EXIT
           END-IF.

           PERFORM 6950-REWRITE-MASTER THRU 6950-REWRITE-MASTER-EXIT.
       6400-BATCH-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6410-CHANGE-STATUS - MOVE AN EMPLOYEE BETWEEN ACTIVE AND
      * LEAVE.  A TERMINATED EMPLOYEE COMES BACK ONLY BY REHIRE, AND
      * A TERMINATION ONLY BY A TERMINATE TRANSACTION.
      *----------------------------------------------------------------
       6410-CHANGE-STATUS.
           IF EMP-STAT-TERMED
               MOVE "EMPLOYEE TERMINATED - USE A REHIRE"
                   TO WS-REJECT-REASON
               GO TO 6410-CHANGE-STATUS-EXIT
           END-IF.
           IF HT-NEW-STATUS = "T"
               MOVE "STATUS T - USE A TERMINATE TRANSACTION"
                   TO WS-REJECT-REASON
               GO TO 6410-CHANGE-STATUS-EXIT
           END-IF.
           IF HT-NEW-STATUS NOT = "A" AND HT-NEW-STATUS NOT = "L"
               MOVE "STATUS MUST BE A OR L" TO WS-REJECT-REASON
               GO TO 6410-CHANGE-STATUS-EXIT
           END-IF.
           MOVE HT-NEW-STATUS TO EMP-STATUS.
       6410-CHANGE-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-BATCH-TERMINATE - TERMINATE AN EMPLOYEE AS OF THE
      * TRANSACTION DATE.  THE RECORD STAYS ON FILE, AS AT THE
      * PROMPTS; THE DATE CANNOT FALL BEFORE THE HIRE DATE.
      *----------------------------------------------------------------
       6500-BATCH-TERMINATE.
           PERFORM 6900-READ-MASTER THRU 6900-READ-MASTER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6500-BATCH-TERMINATE-EXIT
           END-IF.
           IF EMP-STAT-TERMED
               MOVE "EMPLOYEE ALREADY TERMINATED" TO WS-REJECT-REASON
               GO TO 6500-BATCH-TERMINATE-EXIT
           END-IF.

           MOVE "T"          TO EMP-STATUS.
           MOVE HT-TERM-DATE TO EMP-TERM-DATE.
           IF HT-TERM-DATE NUMERIC AND HT-TERM-DATE = 0
               MOVE WS-RUN-DATE TO EMP-TERM-DATE
           END-IF.
           PERFORM 6770-EDIT-STATUS THRU 6770-EDIT-STATUS-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6500-BATCH-TERMINATE-EXIT
           END-IF.

           PERFORM 6950-REWRITE-MASTER THRU 6950-REWRITE-MASTER-EXIT.
       6500-BATCH-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6600-BATCH-REHIRE - RETURN A TERMINATED EMPLOYEE TO ACTIVE.
      * THE REHIRE DATE BECOMES THE HIRE DATE AND THE TERMINATION
      * DATE IS CLEARED; IT CANNOT FALL BEFORE THE TERMINATION.  YTD
      * FIGURES AND PTO BALANCES ARE LEFT AS THEY STAND.
      *----------------------------------------------------------------
       6600-BATCH-REHIRE.
           PERFORM 6900-READ-MASTER THRU 6900-READ-MASTER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6600-BATCH-REHIRE-EXIT
           END-IF.
           IF NOT EMP-STAT-TERMED
               MOVE "EMPLOYEE IS NOT TERMINATED" TO WS-REJECT-REASON
               GO TO 6600-BATCH-REHIRE-EXIT
           END-IF.

           IF HT-REHIRE-DATE NOT NUMERIC
               MOVE "REHIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 6600-BATCH-REHIRE-EXIT
           END-IF.
           IF HT-REHIRE-DATE = 0
               MOVE WS-RUN-DATE TO EMP-HIRE-DATE
           ELSE
               MOVE HT-REHIRE-DATE TO EMP-HIRE-DATE
           END-IF.
           IF EMP-HIRE-DATE < EMP-TERM-DATE
               MOVE "REHIRE DATE BEFORE TERMINATION DATE"
                   TO WS-REJECT-REASON
               GO TO 6600-BATCH-REHIRE-EXIT
           END-IF.
           MOVE "A" TO EMP-STATUS.
           MOVE 0   TO EMP-TERM-DATE.
           PERFORM 6770-EDIT-STATUS THRU 6770-EDIT-STATUS-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6600-BATCH-REHIRE-EXIT
           END-IF.

           PERFORM 6950-REWRITE-MASTER THRU 6950-REWRITE-MASTER-EXIT.
       6600-BATCH-REHIRE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6710-EDIT-AGE - SAME RANGE AS 1050-GET-VALID-AGE.
      *----------------------------------------------------------------
       6710-EDIT-AGE.
           IF EMP-AGE NOT NUMERIC
               MOVE "AGE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 6710-EDIT-AGE-EXIT
           END-IF.
           MOVE EMP-AGE TO EC-VALUE.
           MOVE 14      TO EC-LOW.
           MOVE 100     TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               MOVE "AGE MUST BE BETWEEN 14 AND 100"
                   TO WS-REJECT-REASON
           END-IF.
       6710-EDIT-AGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6720-EDIT-DEPT - THE DEPARTMENT MUST AT LEAST BE NUMERIC.
      *----------------------------------------------------------------
       6720-EDIT-DEPT.
           IF EMP-DEPT NOT NUMERIC
               MOVE "DEPARTMENT NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
       6720-EDIT-DEPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6730-EDIT-SALARY - SAME RANGE AS 1060-GET-VALID-SALARY.
      *----------------------------------------------------------------
       6730-EDIT-SALARY.
           IF EMP-SALARY NOT NUMERIC
               MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 6730-EDIT-SALARY-EXIT
           END-IF.
           MOVE EMP-SALARY TO EC-VALUE.
           MOVE 1          TO EC-LOW.
           MOVE 999999     TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               MOVE "SALARY MUST BE BETWEEN 1 AND 999999"
                   TO WS-REJECT-REASON
           END-IF.
       6730-EDIT-SALARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6740-EDIT-PAY-METHOD - SAME RULES AS 1070-GET-PAY-METHOD.  A
      * DEPOSIT EMPLOYEE MUST CARRY A ROUTING AND ACCOUNT NUMBER; A
      * CHECK EMPLOYEE HAS ITS BANK FIELDS CLEARED.
      *----------------------------------------------------------------
       6740-EDIT-PAY-METHOD.
           IF NOT EMP-PAY-DEPOSIT AND NOT EMP-PAY-CHECK
               MOVE "PAYMENT METHOD MUST BE D OR C"
                   TO WS-REJECT-REASON
               GO TO 6740-EDIT-PAY-METHOD-EXIT
           END-IF.
           IF EMP-PAY-CHECK
               MOVE 0      TO EMP-BANK-ROUTING
               MOVE SPACES TO EMP-BANK-ACCOUNT
               GO TO 6740-EDIT-PAY-METHOD-EXIT
           END-IF.
           IF EMP-BANK-ROUTING NOT NUMERIC OR EMP-BANK-ROUTING = 0
               MOVE "DEPOSIT NEEDS A NUMERIC ROUTING NUMBER"
                   TO WS-REJECT-REASON
               GO TO 6740-EDIT-PAY-METHOD-EXIT
           END-IF.
           IF EMP-BANK-ACCOUNT = SPACES
               MOVE "DEPOSIT NEEDS A BANK ACCOUNT NUMBER"
                   TO WS-REJECT-REASON
           END-IF.
       6740-EDIT-PAY-METHOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6750-EDIT-PAY-TYPE - SAME RULES AS 1075-GET-PAY-TYPE AND
      * 1080-GET-HOURLY-RATE.  AN HOURLY EMPLOYEE NEEDS A RATE IN
      * THE TIMECARD RANGE (EFFECTIVE DATE ZERO = TODAY); A SALARIED
      * EMPLOYEE CARRIES A ZERO RATE AND DATE.
      *----------------------------------------------------------------
       6750-EDIT-PAY-TYPE.
           IF NOT EMP-TYPE-HOURLY AND NOT EMP-TYPE-SALARIED
               MOVE "PAY TYPE MUST BE H OR S" TO WS-REJECT-REASON
               GO TO 6750-EDIT-PAY-TYPE-EXIT
           END-IF.
           IF NOT EMP-TYPE-HOURLY
               MOVE 0 TO EMP-HOURLY-RATE
               MOVE 0 TO EMP-RATE-EFF-DATE
               GO TO 6750-EDIT-PAY-TYPE-EXIT
           END-IF.

           IF EMP-HOURLY-RATE NOT NUMERIC
               MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 6750-EDIT-PAY-TYPE-EXIT
           END-IF.
           MOVE EMP-HOURLY-RATE TO EC-VALUE.
           MOVE 1               TO EC-LOW.
           MOVE 99999           TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               MOVE "HOURLY RATE MUST BE BETWEEN 1 AND 99999"
                   TO WS-REJECT-REASON
               GO TO 6750-EDIT-PAY-TYPE-EXIT
           END-IF.

           IF EMP-RATE-EFF-DATE NOT NUMERIC
               MOVE "RATE EFFECTIVE DATE NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 6750-EDIT-PAY-TYPE-EXIT
           END-IF.
           IF EMP-RATE-EFF-DATE = 0
               MOVE WS-RUN-DATE TO EMP-RATE-EFF-DATE
           END-IF.
       6750-EDIT-PAY-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6760-EDIT-PTO - SAME RANGES AS 1091 THROUGH 1094.
      *----------------------------------------------------------------
       6760-EDIT-PTO.
           IF EMP-VAC-BALANCE NOT NUMERIC
               OR EMP-SICK-BALANCE NOT NUMERIC
               OR EMP-VAC-ACCRUAL NOT NUMERIC
               OR EMP-SICK-ACCRUAL NOT NUMERIC
               MOVE "PTO BALANCE OR ACCRUAL NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 6760-EDIT-PTO-EXIT
           END-IF.
           MOVE EMP-VAC-BALANCE TO EC-VALUE.
           MOVE 0      TO EC-LOW.
           MOVE 999.99 TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-VALID
               MOVE EMP-SICK-BALANCE TO EC-VALUE
               PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT
           END-IF.
           IF EC-INVALID
               MOVE "BALANCE MUST BE BETWEEN 0 AND 999.99"
                   TO WS-REJECT-REASON
               GO TO 6760-EDIT-PTO-EXIT
           END-IF.
           MOVE EMP-VAC-ACCRUAL TO EC-VALUE.
           MOVE 0    TO EC-LOW.
           MOVE 9.99 TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-VALID
               MOVE EMP-SICK-ACCRUAL TO EC-VALUE
               PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT
           END-IF.
           IF EC-INVALID
               MOVE "ACCRUAL MUST BE BETWEEN 0 AND 9.99"
                   TO WS-REJECT-REASON
           END-IF.
       6760-EDIT-PTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6770-EDIT-STATUS - SAME RULES AS 1095-GET-STATUS.  STATUS A, L
      * OR T; A HIRE DATE OF ZERO IS TODAY; ONLY A TERMINATED
      * EMPLOYEE CARRIES A TERMINATION DATE, AND IT MUST BE A REAL
      * DATE NO EARLIER THAN THE HIRE DATE.
      *----------------------------------------------------------------
       6770-EDIT-STATUS.
           IF NOT EMP-STAT-ACTIVE AND NOT EMP-STAT-LEAVE
               AND NOT EMP-STAT-TERMED
               MOVE "STATUS MUST BE A, L OR T" TO WS-REJECT-REASON
               GO TO 6770-EDIT-STATUS-EXIT
           END-IF.

           IF EMP-HIRE-DATE NOT NUMERIC
               MOVE "HIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 6770-EDIT-STATUS-EXIT
           END-IF.
           IF EMP-HIRE-DATE = 0
               MOVE WS-RUN-DATE TO EMP-HIRE-DATE
           END-IF.
           MOVE EMP-HIRE-DATE TO EC-VALUE.
           MOVE 19000101 TO EC-LOW.
           MOVE 29991231 TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               MOVE "HIRE DATE OUT OF RANGE" TO WS-REJECT-REASON
               GO TO 6770-EDIT-STATUS-EXIT
           END-IF.

           IF NOT EMP-STAT-TERMED
               MOVE 0 TO EMP-TERM-DATE
               GO TO 6770-EDIT-STATUS-EXIT
           END-IF.
           IF EMP-TERM-DATE NOT NUMERIC
               MOVE "TERMINATION DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 6770-EDIT-STATUS-EXIT
           END-IF.
           MOVE EMP-TERM-DATE TO EC-VALUE.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               MOVE "TERMINATION DATE OUT OF RANGE"
                   TO WS-REJECT-REASON
               GO TO 6770-EDIT-STATUS-EXIT
           END-IF.
           IF EMP-TERM-DATE < EMP-HIRE-DATE
               MOVE "TERMINATION DATE BEFORE HIRE DATE"
                   TO WS-REJECT-REASON
           END-IF.
       6770-EDIT-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6780-EDIT-STATE - SAME RULE AS 1099-GET-ADDR-STATE.
      *----------------------------------------------------------------
       6780-EDIT-STATE.
           IF EMP-ADDR-STATE NOT ALPHABETIC-UPPER
               OR EMP-ADDR-STATE (1:1) = SPACE
               OR EMP-ADDR-STATE (2:1) = SPACE
               MOVE "STATE MUST BE A 2-LETTER CODE"
                   TO WS-REJECT-REASON
           END-IF.
       6780-EDIT-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6790-EDIT-PAY-GROUP - SAME RULE AS 1100-GET-PAY-GROUP.
      *----------------------------------------------------------------
       6790-EDIT-PAY-GROUP.
           IF EMP-PAY-GROUP (1:1) = SPACE
               MOVE "PAY GROUP MUST BE A 2-CHARACTER CODE"
                   TO WS-REJECT-REASON
           END-IF.
       6790-EDIT-PAY-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6800-WRITE-JOURNAL - LIST THE TRANSACTION JUST PROCESSED AS
      * ACCEPTED OR REJECTED, WITH THE REASON, AND COUNT IT.
      *----------------------------------------------------------------
       6800-WRITE-JOURNAL.
           MOVE HT-TRAN-CODE TO JL-TRAN-CODE.
           MOVE HT-EMP-ID    TO JL-EMP-ID.
           IF HT-TRAN-CHANGE
               MOVE HT-FIELD-CODE TO JL-FIELD-CODE
           ELSE
               MOVE SPACES TO JL-FIELD-CODE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO JL-RESULT
               ADD 1 TO WS-TRAN-ACCEPTED
           ELSE
               MOVE "REJECTED" TO JL-RESULT
               ADD 1 TO WS-TRAN-REJECTED
           END-IF.
           MOVE WS-REJECT-REASON TO JL-REASON.
           WRITE HR-JOURNAL-LINE FROM JRNL-DETAIL-LINE.
       6800-WRITE-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6900-READ-MASTER - READ THE EMPLOYEE NAMED ON THE TRANSACTION
      * AND SAVE THE BEFORE IMAGE FOR THE AUDIT RECORD.
      *----------------------------------------------------------------
       6900-READ-MASTER.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   IF WS-FILE-NOT-FOUND
                       MOVE "EMPLOYEE ID NOT ON FILE"
                           TO WS-REJECT-REASON
                   ELSE
                       STRING "UNABLE TO READ MASTER, FILE STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   END-IF
                   GO TO 6900-READ-MASTER-EXIT
           END-READ.
           MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
       6900-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6950-REWRITE-MASTER - REWRITE THE CHANGED MASTER RECORD AND
      * AUDIT IT AS A CHANGE.
      *----------------------------------------------------------------
       6950-REWRITE-MASTER.
           REWRITE EMP-MASTER-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE EMPLOYEE RECORD"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE "C" TO AUD-TRAN-TYPE
                   PERFORM 5000-WRITE-AUDIT
                       THRU 5000-WRITE-AUDIT-EXIT
           END-REWRITE.
       6950-REWRITE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * COMMON RANGE-EDIT ROUTINE (SEE COPYBOOK/EDITRNG.CPY).
      *----------------------------------------------------------------
