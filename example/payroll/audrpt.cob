      *                   BYTES WITH THE 175-BYTE MASTER IMAGES
      *                   (EMPLOYMENT STATUS AND HIRE/TERM DATES).
      *                   THE IMAGE LINE NOW SHOWS THE STATUS.
      *  2026-10-15 DO    EACH IMAGE NOW PRINTS A SECOND LINE WITH THE
      *                   W-4 WITHHOLDING ELECTION (KEYED BY W4MAINT)
      *                   SO A WITHHOLDING CHANGE SHOWS ON THE TRAIL.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 383
      *                   BYTES WITH THE 177-BYTE MASTER IMAGES
      *                   (ADDRESS STATE).  THE IMAGE LINE NOW SHOWS
      *                   THE STATE.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 387
      *                   BYTES WITH THE 179-BYTE MASTER IMAGES (PAY
      *                   GROUP).  THE IMAGE LINE NOW SHOWS THE GROUP.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 439
      *                   BYTES WITH THE 205-BYTE MASTER IMAGES (401(K)
      *                   ELECTION AND YTD DEFERRAL/MATCH).  EACH IMAGE
      *                   NOW PRINTS A 401(K) LINE UNDER THE W-4 LINE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 439 CHARACTERS.
           COPY EMPAUDIT.

       FD  AUDIT-REPORT
           05  AI-PAY-METHOD           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AI-STATUS               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AI-ADDR-STATE           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AI-PAY-GROUP            PIC X(02).

       01  AUD-W4-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "W-4 ".
           05  AW-FILING-STATUS        PIC X(01).
           05  FILLER                  PIC X(07) VALUE " ALLOW ".
           05  AW-ALLOWANCES           PIC Z9.
           05  FILLER                  PIC X(06) VALUE " ADDL ".
           05  AW-ADDL-AMOUNT          PIC Z,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE " EXEMPT ".
           05  AW-EXEMPT               PIC X(01).

       01  AUD-W4-NONE-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "W-4 (NONE ON FILE)".

       01  AUD-401K-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "401K ".
           05  AK-TYPE                 PIC X(01).
           05  FILLER                  PIC X(06) VALUE " RATE ".
           05  AK-RATE                 PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE " YTD DEF ".
           05  AK-YTD-DEFERRAL         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE " MATCH ".
           05  AK-YTD-MATCH            PIC Z,ZZZ,ZZ9.99.

       01  AUD-401K-NONE-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "401K (NOT ENROLLED)".

       01  AUD-NEW-LINE.
           05  FILLER                  PIC X(08) VALUE "BEFORE: ".

      *----------------------------------------------------------------
      * 2000-PRINT-IMAGE - PRINT THE KEY FIELDS OF THE MASTER RECORD
      * IMAGE NOW IN THE WORK AREA, THEN ITS W-4 ELECTION AND ITS
      * 401(K) ELECTION.
      *----------------------------------------------------------------
       2000-PRINT-IMAGE.
           MOVE EMP-NAME        TO AI-NAME.
           MOVE EMP-PAY-TYPE    TO AI-PAY-TYPE.
           MOVE EMP-PAY-METHOD  TO AI-PAY-METHOD.
           MOVE EMP-STATUS      TO AI-STATUS.
           MOVE EMP-ADDR-STATE  TO AI-ADDR-STATE.
           MOVE EMP-PAY-GROUP   TO AI-PAY-GROUP.
           WRITE AUDIT-REPORT-LINE FROM AUD-IMAGE-LINE.

           PERFORM 2010-PRINT-W4 THRU 2010-PRINT-W4-EXIT.
           PERFORM 2020-PRINT-401K THRU 2020-PRINT-401K-EXIT.
       2000-PRINT-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2010-PRINT-W4 - PRINT THE IMAGE'S W-4 ELECTION, OR SAY THERE
      * IS NONE ON FILE.
      *----------------------------------------------------------------
       2010-PRINT-W4.
           IF NOT EMP-W4-ON-FILE
               WRITE AUDIT-REPORT-LINE FROM AUD-W4-NONE-LINE
               GO TO 2010-PRINT-W4-EXIT
           END-IF.
           MOVE EMP-W4-FILING-STATUS TO AW-FILING-STATUS.
           MOVE EMP-W4-ALLOWANCES    TO AW-ALLOWANCES.
           MOVE EMP-W4-ADDL-AMOUNT   TO AW-ADDL-AMOUNT.
           MOVE EMP-W4-EXEMPT        TO AW-EXEMPT.
           WRITE AUDIT-REPORT-LINE FROM AUD-W4-LINE.
       2010-PRINT-W4-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2020-PRINT-401K - PRINT THE IMAGE'S 401(K) ELECTION WITH THE
      * YTD DEFERRAL AND MATCH, OR SAY IT IS NOT ENROLLED.  AN
      * UNENROLLED EMPLOYEE WITH YTD STILL ON FILE (ENROLLMENT ENDED
      * MID-YEAR) PRINTS THE FULL LINE WITH A BLANK TYPE.
      *----------------------------------------------------------------
       2020-PRINT-401K.
           IF NOT EMP-401K-ENROLLED
               AND EMP-YTD-DEFERRAL = 0
               AND EMP-YTD-MATCH = 0
               WRITE AUDIT-REPORT-LINE FROM AUD-401K-NONE-LINE
               GO TO 2020-PRINT-401K-EXIT
           END-IF.
           MOVE EMP-401K-TYPE        TO AK-TYPE.
           MOVE EMP-401K-RATE        TO AK-RATE.
           MOVE EMP-YTD-DEFERRAL     TO AK-YTD-DEFERRAL.
           MOVE EMP-YTD-MATCH        TO AK-YTD-MATCH.
           WRITE AUDIT-REPORT-LINE FROM AUD-401K-LINE.
       2020-PRINT-401K-EXIT.
           EXIT.
