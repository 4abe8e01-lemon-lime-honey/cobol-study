      *================================================================
      *  PROGRAM-ID   : RETMAINT
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     401(K) ELECTION MAINTENANCE.  ENROLLS AN EMPLOYEE IN THE
      *     401(K) PLAN, CHANGES THE ELECTION OR STOPS IT, OR
      *     INQUIRES ON IT.  THE ELECTION IS EITHER A PERCENT OF EACH
      *     PERIOD'S GROSS ("P") OR A FLAT AMOUNT PER PERIOD ("F");
      *     STOPPING THE ELECTION LEAVES THE EMPLOYEE NOT ENROLLED
      *     (TYPE BLANK, RATE ZERO) WITH THE YEAR'S YTD DEFERRAL AND
      *     MATCH STILL ON THE MASTER FOR THE ANNUAL LIMITS.  EVERY
      *     CHANGE WRITES A CHANGE-AUDIT RECORD (EMPAUDIT) WITH THE
      *     BEFORE AND AFTER MASTER IMAGES, THE SAME AS W4MAINT, SO
      *     AUDRPT SHOWS WHO CHANGED AN ELECTION AND WHEN.  THE
      *     PAYROLL DRIVER DEFERS FROM THIS ELECTION THROUGH RETCALC,
      *     WHICH ALSO HOLDS THE ANNUAL LIMITS AND THE MATCH FORMULA.
      *     THE YTD FIGURES ARE SHOWN BUT NEVER KEYED HERE - THE
      *     DRIVER AND OFFCYCLE KEEP THEM AND YECLOSE ZEROES THEM.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAINT.
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
           SELECT RET-REPORT          ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  RET-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RET-REPORT-LINE             PIC X(80).

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

       01  WS-NEW-TYPE                 PIC X(01).
           88  WS-NEW-PERCENT                        VALUE "P".
           88  WS-NEW-FLAT                           VALUE "F".
           88  WS-NEW-STOP                           VALUE "N".
       01  WS-NEW-RATE                 PIC 9(05)V99.
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
               "401(K) ELECTION MAINTENANCE".
           05  FILLER                   PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE              PIC X(10).

       01  RPT-HEADING-LINE-2.
           05  FILLER                   PIC X(09) VALUE " EMP-ID ".
           05  FILLER                   PIC X(21) VALUE
               "NAME                 ".
           05  FILLER                   PIC X(08) VALUE "ELECT   ".
           05  FILLER                   PIC X(10) VALUE "     RATE ".
           05  FILLER                   PIC X(14) VALUE
               "  YTD DEFERRAL".
           05  FILLER                   PIC X(14) VALUE
               "     YTD MATCH".

       01  RPT-DETAIL-LINE.
           05  RL-EMPLOYEE-ID           PIC ZZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-NAME                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-ELECTION              PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-RATE                  PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-YTD-DEFERRAL          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-YTD-MATCH             PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "401(k) Election Maintenance".
           OPEN I-O    EMPLOYEE-MASTER
                OUTPUT RET-REPORT
                EXTEND AUDIT-FILE.

           DISPLAY "Enter the operator id: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.

           WRITE RET-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE RET-REPORT-LINE FROM RPT-HEADING-LINE-2.

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

           CLOSE EMPLOYEE-MASTER RET-REPORT AUDIT-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-CHANGE-ELECTION - ENROLL, CHANGE OR STOP THE 401(K)
      * ELECTION FOR AN EXISTING EMPLOYEE AND AUDIT THE CHANGE.  A
      * STOP CLEARS THE RATE; AN ENROLLMENT KEYS THE TYPE AND RATE
      * TOGETHER.
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

           PERFORM 1050-GET-ELECTION-TYPE
               THRU 1050-GET-ELECTION-TYPE-EXIT.

           IF WS-NEW-STOP
               MOVE SPACES TO EMP-401K-TYPE
               MOVE 0      TO EMP-401K-RATE
           ELSE
               SET EC-INVALID TO TRUE
               PERFORM 1060-GET-VALID-RATE
                   THRU 1060-GET-VALID-RATE-EXIT
                   UNTIL EC-VALID
               MOVE WS-NEW-TYPE TO EMP-401K-TYPE
               MOVE WS-NEW-RATE TO EMP-401K-RATE
           END-IF.

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
      * 1050-GET-ELECTION-TYPE - ACCEPT THE ELECTION TYPE AND
      * RE-PROMPT UNTIL IT IS PERCENT, FLAT OR STOP.
      *----------------------------------------------------------------
       1050-GET-ELECTION-TYPE.
           DISPLAY "Election (P=Percent of gross, F=Flat amount, "
               "N=Not enrolled): " WITH NO ADVANCING.
           ACCEPT WS-NEW-TYPE.
           IF NOT WS-NEW-PERCENT
               AND NOT WS-NEW-FLAT
               AND NOT WS-NEW-STOP
               DISPLAY "Election must be P, F or N."
               GO TO 1050-GET-ELECTION-TYPE
           END-IF.
       1050-GET-ELECTION-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1060-GET-VALID-RATE - ACCEPT THE PERCENT OF GROSS (UP TO 100)
      * OR THE FLAT AMOUNT PER PERIOD (UP TO 99999.99) AND RE-PROMPT
      * UNTIL IT FALLS IN RANGE.  A ZERO ELECTION IS REFUSED - THAT
      * IS WHAT N IS FOR.  RETCALC HOLDS THE DEFERRAL TO THE PERIOD'S
      * GROSS AND TO THE ANNUAL LIMIT, SO NEITHER IS EDITED HERE.
      *----------------------------------------------------------------
       1060-GET-VALID-RATE.
           IF WS-NEW-PERCENT
               DISPLAY "Enter the percent of gross to defer: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Enter the flat amount to defer per period: "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-NEW-RATE.
           MOVE WS-NEW-RATE TO EC-VALUE.
           MOVE 0.01        TO EC-LOW.
           IF WS-NEW-PERCENT
               MOVE 100     TO EC-HIGH
           ELSE
               MOVE 99999.99 TO EC-HIGH
           END-IF.
           PERFORM 8900-EDIT-RANGE THRU 8900-EDIT-RANGE-EXIT.
           IF EC-INVALID
               IF WS-NEW-PERCENT
                   DISPLAY "Percent must be between 0.01 and 100."
               ELSE
                   DISPLAY "Flat amount must be between 0.01 and "
                       "99999.99."
               END-IF
           END-IF.
       1060-GET-VALID-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-INQUIRE-ELECTION - LOOK UP AND DISPLAY AN EMPLOYEE'S
      * CURRENT ELECTION AND YTD CONTRIBUTIONS.
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
      * 4000-SHOW-ELECTION - DISPLAY AND REPORT THE ELECTION AND THE
      * YTD DEFERRAL AND MATCH NOW IN THE MASTER RECORD AREA.
      *----------------------------------------------------------------
       4000-SHOW-ELECTION.
           MOVE EMP-ID           TO RL-EMPLOYEE-ID.
           MOVE EMP-NAME         TO RL-NAME.
           MOVE EMP-YTD-DEFERRAL TO RL-YTD-DEFERRAL.
           MOVE EMP-YTD-MATCH    TO RL-YTD-MATCH.

           DISPLAY "--------------------".
           DISPLAY "EMPLOYEE ID: " EMP-ID.
           DISPLAY "NAME: " EMP-NAME.
           DISPLAY "AGE: " EMP-AGE.
           DISPLAY "YTD DEFERRAL: " EMP-YTD-DEFERRAL.
           DISPLAY "YTD EMPLOYER MATCH: " EMP-YTD-MATCH.
           IF NOT EMP-401K-ENROLLED
               DISPLAY "NOT ENROLLED IN THE 401(K) PLAN"
               MOVE "NONE"   TO RL-ELECTION
               MOVE 0        TO RL-RATE
               WRITE RET-REPORT-LINE FROM RPT-DETAIL-LINE
               GO TO 4000-SHOW-ELECTION-EXIT
           END-IF.

           IF EMP-401K-PERCENT
               DISPLAY "ELECTION: " EMP-401K-RATE " PERCENT OF GROSS"
               MOVE "PERCENT" TO RL-ELECTION
           ELSE
               DISPLAY "ELECTION: " EMP-401K-RATE " FLAT PER PERIOD"
               MOVE "FLAT"    TO RL-ELECTION
           END-IF.
           MOVE EMP-401K-RATE TO RL-RATE.
           WRITE RET-REPORT-LINE FROM RPT-DETAIL-LINE.
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
