      *================================================================
      *  PROGRAM-ID   : W4MAINT
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     W-4 WITHHOLDING ELECTION MAINTENANCE.  KEYS OR CHANGES AN
      *     EMPLOYEE'S ELECTION ON THE EMPLOYEE MASTER - FILING
      *     STATUS (SINGLE/MARRIED), NUMBER OF ALLOWANCES, AN
      *     ADDITIONAL FLAT AMOUNT TO WITHHOLD EACH PERIOD, AND THE
      *     EXEMPT FLAG - OR INQUIRES ON IT.  EVERY CHANGE WRITES A
      *     CHANGE-AUDIT RECORD (EMPAUDIT) WITH THE BEFORE AND AFTER
      *     MASTER IMAGES, THE SAME AS THE EMPLOYEE MAINTENANCE
      *     PROGRAM, SO AUDRPT SHOWS WHO CHANGED A WITHHOLDING AND
      *     WHEN.  THE PAYROLL DRIVER AND OFFCYCLE WITHHOLD FROM THIS
      *     ELECTION THROUGH WHCALC; AN EMPLOYEE WITH NONE ON FILE IS
      *     WITHHELD SINGLE WITH ZERO ALLOWANCES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 387
      *                   BYTES WITH THE 179-BYTE MASTER IMAGES (PAY
      *                   GROUP).
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 439
      *                   BYTES WITH THE 205-BYTE MASTER IMAGES (401(K)
      *                   ELECTION AND YTD DEFERRAL/MATCH).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W4MAINT.
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
           SELECT EMPLOYEE-MASTER     ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT W4-REPORT           ASSIGN TO "W4RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  W4-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  W4-REPORT-LINE              PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 439 CHARACTERS.
           COPY EMPAUDIT.

       WORKING-STORAGE SECTION.
       COPY EDITRNGW.

       01  WS-FILE-STATUS              PIC X(02).
           88  WS-FILE-OK                          VALUE "00".
           88  WS-FILE-NOT-FOUND                    VALUE "23".

       01  WS-MODE                     PIC X(01).
           88  WS-MODE-CHANGE                        VALUE "C".
           88  WS-MODE-INQUIRY                       VALUE "I".

       01  WS-NEW-ALLOWANCES            PIC 9(02).
       01  WS-NEW-ADDL-AMOUNT           PIC 9(04)V99.
       01  WS-OPERATOR                 PIC X(08).
       01  WS-BEFORE-IMAGE             PIC X(205).
       01  WS-TIME-WORK.
           05  WS-TIME-HHMMSS           PIC 9(06).
           05  FILLER                   PIC 9(02).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
           05  WS-RUN-DAY                PIC 9(02).
       01  WS-RUN-DATE-DISPLAY.
           05  WS-RUN-DATE-MONTH         PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-RUN-DATE-DAY           PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-RUN-DATE-YEAR          PIC 9(04).

       01  RPT-HEADING-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
           05  FILLER                   PIC X(30) VALUE
               "W-4 ELECTION MAINTENANCE".
           05  FILLER                   PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE              PIC X(10).

       01  RPT-HEADING-LINE-2.
           05  FILLER                   PIC X(09) VALUE " EMP-ID ".
           05  FILLER                   PIC X(21) VALUE
               "NAME                 ".
           05  FILLER                   PIC X(08) VALUE "STATUS  ".
           05  FILLER                   PIC X(07) VALUE "ALLOW  ".
           05  FILLER                   PIC X(13) VALUE
               "ADDITIONAL   ".
           05  FILLER                   PIC X(06) VALUE "EXEMPT".

       01  RPT-DETAIL-LINE.
           05  RL-EMPLOYEE-ID           PIC ZZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-NAME                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-FILING-STATUS         PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-ALLOWANCES            PIC Z9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RL-ADDL-AMOUNT           PIC Z,ZZ9.99.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RL-EXEMPT                PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "W-4 Withholding Election Maintenance".
           OPEN I-O    EMPLOYEE-MASTER
                OUTPUT W4-REPORT
                EXTEND AUDIT-FILE.

           DISPLAY "Enter the operator id: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.

           WRITE W4-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE W4-REPORT-LINE FROM RPT-HEADING-LINE-2.

           DISPLAY "Mode (C=Change election, I=Inquiry): "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.

           DISPLAY "Enter the employee id: " WITH NO ADVANCING.
           ACCEPT EMP-ID.

           EVALUATE TRUE
               WHEN WS-MODE-CHANGE
                   PERFORM 1000-CHANGE-ELECTION
                       THRU 1000-CHANGE-ELECTION-EXIT
               WHEN WS-MODE-INQUIRY
                   PERFORM 3000-INQUIRE-ELECTION
                       THRU 3000-INQUIRE-ELECTION-EXIT
               WHEN OTHER
                   DISPLAY "Invalid mode."
           END-EVALUATE.

           CLOSE EMPLOYEE-MASTER W4-REPORT AUDIT-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-CHANGE-ELECTION - KEY A NEW OR REPLACEMENT W-4 ELECTION
      * FOR AN EXISTING EMPLOYEE AND AUDIT THE CHANGE.  ALL FOUR
      * FIELDS ARE KEYED TOGETHER - THE FORM IS FILED AS A WHOLE.
      *----------------------------------------------------------------
       1000-CHANGE-ELECTION.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   IF WS-FILE-NOT-FOUND
                       DISPLAY "Employee id not on file."
                   ELSE
                       DISPLAY "Unable to read employee record, "
                           "file status " WS-FILE-STATUS
                   END-IF
                   GO TO 1000-CHANGE-ELECTION-EXIT
           END-READ.

           MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
           PERFORM 4000-SHOW-ELECTION THRU 4000-SHOW-ELECTION-EXIT.

           PERFORM 1050-GET-FILING-STATUS
               THRU 1050-GET-FILING-STATUS-EXIT.

           SET EC-INVALID TO TRUE.
           PERFORM 1060-GET-VALID-ALLOWANCES
               THRU 1060-GET-VALID-ALLOWANCES-EXIT
               UNTIL EC-VALID.
           MOVE WS-NEW-ALLOWANCES TO EMP-W4-ALLOWANCES.

           SET EC-INVALID TO TRUE.
           PERFORM 1070-GET-VALID-ADDL-AMOUNT
               THRU 1070-GET-VALID-ADDL-AMOUNT-EXIT
               UNTIL EC-VALID.
           MOVE WS-NEW-ADDL-AMOUNT TO EMP-W4-ADDL-AMOUNT.

           PERFORM 1080-GET-EXEMPT THRU 1080-GET-EXEMPT-EXIT.

           REWRITE EMP-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite employee record."
               NOT INVALID KEY
                   PERFORM 4000-SHOW-ELECTION
                       THRU 4000-SHOW-ELECTION-EXIT
                   MOVE "C" TO AUD-TRAN-TYPE
                   PERFORM 5000-WRITE-AUDIT
                       THRU 5000-WRITE-AUDIT-EXIT
           END-REWRITE.
       1000-CHANGE-ELECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-GET-FILING-STATUS - ACCEPT THE FILING STATUS AND
      * RE-PROMPT UNTIL IT IS SINGLE OR MARRIED.
      *----------------------------------------------------------------
       1050-GET-FILING-STATUS.
           DISPLAY "Filing status (S=Single, M=Married): "
               WITH NO ADVANCING.
           ACCEPT EMP-W4-FILING-STATUS.
           IF NOT EMP-W4-ON-FILE
               DISPLAY "Filing status must be S or M."
               GO TO 1050-GET-FILING-STATUS
           END-IF.
       1050-GET-FILING-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1060-GET-VALID-ALLOWANCES - ACCEPT THE NUMBER OF ALLOWANCES
      * CLAIMED AND RE-PROMPT UNTIL IT FALLS IN RANGE.
      *----------------------------------------------------------------
       1060-GET-VALID-ALLOWANCES.
           DISPLAY "Enter the allowances claimed: " WITH NO ADVANCING.
           ACCEPT WS-NEW-ALLOWANCES.
           MOVE WS-NEW-ALLOWANCES TO EC-VALUE.
           MOVE 0                 TO EC-LOW.
           MOVE 99                TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               DISPLAY "Allowances must be between 0 and 99."
           END-IF.
       1060-GET-VALID-ALLOWANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-GET-VALID-ADDL-AMOUNT - ACCEPT THE ADDITIONAL FLAT AMOUNT
      * TO WITHHOLD EACH PERIOD AND RE-PROMPT UNTIL IT FALLS IN RANGE.
      *----------------------------------------------------------------
       1070-GET-VALID-ADDL-AMOUNT.
           DISPLAY "Enter the additional amount per period: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-ADDL-AMOUNT.
           MOVE WS-NEW-ADDL-AMOUNT TO EC-VALUE.
           MOVE 0                  TO EC-LOW.
           MOVE 9999.99            TO EC-HIGH.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               DISPLAY "Additional amount must be between 0 and "
                   "9999.99."
           END-IF.
       1070-GET-VALID-ADDL-AMOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1080-GET-EXEMPT - ACCEPT THE EXEMPT FLAG.  AN EXEMPT EMPLOYEE
      * IS WITHHELD NOTHING, WHATEVER THE OTHER FIELDS SAY.
      *----------------------------------------------------------------
       1080-GET-EXEMPT.
           DISPLAY "Exempt from withholding (Y/N): "
               WITH NO ADVANCING.
           ACCEPT EMP-W4-EXEMPT.
           IF EMP-W4-EXEMPT NOT = "Y" AND EMP-W4-EXEMPT NOT = "N"
               DISPLAY "Exempt must be Y or N."
               GO TO 1080-GET-EXEMPT
           END-IF.
       1080-GET-EXEMPT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-INQUIRE-ELECTION - LOOK UP AND DISPLAY AN EMPLOYEE'S
      * CURRENT ELECTION.
      *----------------------------------------------------------------
       3000-INQUIRE-ELECTION.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   IF WS-FILE-NOT-FOUND
                       DISPLAY "Employee id not on file."
                   ELSE
                       DISPLAY "Unable to read employee record, "
                           "file status " WS-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   PERFORM 4000-SHOW-ELECTION
                       THRU 4000-SHOW-ELECTION-EXIT
           END-READ.
       3000-INQUIRE-ELECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SHOW-ELECTION - DISPLAY AND REPORT THE ELECTION NOW IN
      * THE MASTER RECORD AREA.
      *----------------------------------------------------------------
       4000-SHOW-ELECTION.
           MOVE EMP-ID   TO RL-EMPLOYEE-ID.
           MOVE EMP-NAME TO RL-NAME.

           DISPLAY "--------------------".
           DISPLAY "EMPLOYEE ID: " EMP-ID.
           DISPLAY "NAME: " EMP-NAME.
           IF NOT EMP-W4-ON-FILE
               DISPLAY "NO W-4 ELECTION ON FILE - WITHHELD "
                   "SINGLE/ZERO"
               MOVE "NONE"   TO RL-FILING-STATUS
               MOVE 0        TO RL-ALLOWANCES
               MOVE 0        TO RL-ADDL-AMOUNT
               MOVE SPACES   TO RL-EXEMPT
               WRITE W4-REPORT-LINE FROM RPT-DETAIL-LINE
               GO TO 4000-SHOW-ELECTION-EXIT
           END-IF.

           DISPLAY "FILING STATUS: " EMP-W4-FILING-STATUS.
           DISPLAY "ALLOWANCES: " EMP-W4-ALLOWANCES.
           DISPLAY "ADDITIONAL PER PERIOD: " EMP-W4-ADDL-AMOUNT.
           DISPLAY "EXEMPT: " EMP-W4-EXEMPT.

           IF EMP-W4-MARRIED
               MOVE "MARRIED" TO RL-FILING-STATUS
           ELSE
               MOVE "SINGLE"  TO RL-FILING-STATUS
           END-IF.
           MOVE EMP-W4-ALLOWANCES  TO RL-ALLOWANCES.
           MOVE EMP-W4-ADDL-AMOUNT TO RL-ADDL-AMOUNT.
           MOVE EMP-W4-EXEMPT      TO RL-EXEMPT.
           WRITE W4-REPORT-LINE FROM RPT-DETAIL-LINE.
       4000-SHOW-ELECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-AUDIT - WRITE THE CHANGE-AUDIT RECORD FOR THE
      * ELECTION JUST COMMITTED.  THE CALLER HAS SET AUD-TRAN-TYPE
      * AND WS-BEFORE-IMAGE; THE MASTER RECORD AREA STILL HOLDS THE
      * AFTER IMAGE.
      *----------------------------------------------------------------
       5000-WRITE-AUDIT.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-RUN-DATE       TO AUD-DATE.
           MOVE WS-TIME-HHMMSS    TO AUD-TIME.
           MOVE WS-OPERATOR       TO AUD-OPERATOR.
           MOVE EMP-ID            TO AUD-EMP-ID.
           MOVE WS-BEFORE-IMAGE   TO AUD-BEFORE-IMAGE.
           MOVE EMP-MASTER-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
       5000-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * COMMON RANGE-EDIT ROUTINE (SEE COPYBOOK/EDITRNG.CPY).
      *----------------------------------------------------------------
       COPY EDITRNG.
