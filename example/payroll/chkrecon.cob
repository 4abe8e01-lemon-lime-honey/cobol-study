      *================================================================
      *  PROGRAM-ID   : CHKRECON
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     BANK PAID-CHECK RECONCILIATION.  READS THE BANK'S PAID-
      *     ITEMS FILE (BANKPAID) AND MATCHES EACH PAID ITEM TO THE
      *     PERMANENT CHKREG CHECK REGISTER BY CHECK NUMBER AND
      *     AMOUNT.  A CLEAN MATCH APPENDS A "P" PAID RECORD TO THE
      *     REGISTER; EVERYTHING ELSE IS LISTED ON THE RECONCILIATION
      *     REPORT FOR FOLLOW-UP WITH THE BANK:
      *        - PAID BUT NEVER ISSUED,
      *        - PAID TWICE (ALREADY PAID ON THE REGISTER OR EARLIER
      *          IN THE SAME FILE),
      *        - PAID AFTER A "V" VOID,
      *        - PAID FOR AN AMOUNT OTHER THAN THE ISSUED AMOUNT.
      *     THE BANK FILE CARRIES A "T" TRAILER WITH THE ITEM COUNT
      *     AND TOTAL PAID, AND IS PROVEN AGAINST IT BEFORE ANYTHING
      *     IS POSTED, THE SAME AS THE TIMECARD BATCH.  AN ITEM THE
      *     REGISTER ALREADY SHOWS PAID ON THE SAME DATE IS A RERUN
      *     OF THE SAME FILE, AND IS PASSED OVER, NOT FLAGGED.
      *
      *     EVERY ISSUED CHECK NOT VOIDED AND NOT PAID IS THEN AGED
      *     FROM CKR-ISSUE-DATE TO THE AS-OF DATE ON THE OUTSTANDING-
      *     CHECK REPORT (0-30, 31-90, 91-180 AND OVER 180 DAYS).  A
      *     CHECK OLDER THAN THE STALE DAYS ON THE RUN CARD ALSO GOES
      *     TO THE UNCLAIMED-PROPERTY LIST, GROUPED BY THE STATE OF
      *     THE PAYEE'S LAST KNOWN ADDRESS (EMP-ADDR-STATE) AND
      *     SHOWING THE EMPLOYEE'S LAST STATUS ON THE MASTER, FOR THE
      *     ESCHEAT FILING.  A PAYEE WITH NO STATE ON FILE IS LISTED
      *     UNDER THE COMPANY'S HOME STATE FROM THE RUN CARD.
      *
      *     THE RUN REFUSES TO START OVER A CHECK RUN THAT DIED
      *     MID-ISSUE (CHKCTL STATUS "P") - THE REGISTER IS NOT
      *     TRUSTWORTHY UNTIL THAT RUN IS RECONCILED BY HAND.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    A POSTED "P" RECORD NOW CARRIES THE ISSUED
      *                   CHECK'S PAY GROUP.  CHKCTL IS NOW 17 BYTES.
      *  2026-10-15 DO    CHKREG IS NOW OPTIONAL, SO A RUN WITH NO
      *                   REGISTER YET CREATES IT WHEN IT POSTS
      *                   INSTEAD OF STOPPING ON THE EXTEND.  EVERY
      *                   REFUSAL NOW ENDS WITH RETURN CODE 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
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
           SELECT RECON-RUN-CONTROL   ASSIGN TO "RECONRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CHECK-CONTROL       ASSIGN TO "CHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-STATUS.
           SELECT PAID-ITEMS-FILE     ASSIGN TO "BANKPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT OPTIONAL CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT EMPLOYEE-MASTER     ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECON-REPORT        ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTANDING-REPORT  ASSIGN TO "OUTCHECK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNCLAIMED-REPORT    ASSIGN TO "UNCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * RUN CARD - AS-OF DATE FOR THE AGING (ZERO = TODAY), DAYS
      * AFTER ISSUE A CHECK IS STALE (ZERO = 180), AND THE COMPANY'S
      * HOME STATE FOR A PAYEE WITH NO ADDRESS STATE ON FILE.
      *----------------------------------------------------------------
       FD  RECON-RUN-CONTROL
           RECORD CONTAINS 13 CHARACTERS.
       01  RECON-RUN-CARD.
           05  RR-AS-OF-DATE             PIC 9(08).
           05  RR-STALE-DAYS             PIC 9(03).
           05  RR-HOME-STATE             PIC X(02).

       FD  CHECK-CONTROL
           RECORD CONTAINS 17 CHARACTERS.
       01  CHECK-CONTROL-LINE.
           05  CK-NEXT-CHECK-NO          PIC 9(06).
           05  CK-LAST-PERIOD            PIC 9(08).
           05  CK-RUN-STATUS             PIC X(01).
               88  CK-RUN-IN-FLIGHT                     VALUE "P".
           05  CK-LAST-GROUP             PIC X(02).

      *----------------------------------------------------------------
      * BANK PAID-ITEMS FILE - ONE "D" DETAIL PER CHECK THE BANK PAID
      * AND ONE "T" TRAILER AS THE LAST RECORD WITH THE ITEM COUNT
      * AND TOTAL AMOUNT PAID.
      *----------------------------------------------------------------
       FD  PAID-ITEMS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PAID-ITEM-RECORD.
           05  PI-RECORD-TYPE            PIC X(01).
               88  PI-DETAIL-RECORD                     VALUE "D".
               88  PI-TRAILER-RECORD                    VALUE "T".
           05  PI-DETAIL-DATA.
               10  PI-CHECK-NO           PIC 9(06).
               10  PI-PAID-DATE          PIC 9(08).
               10  PI-AMOUNT             PIC 9(07)V99.
               10  FILLER                PIC X(16).
           05  PI-CONTROL-DATA REDEFINES PI-DETAIL-DATA.
               10  PI-ITEM-COUNT         PIC 9(06).
               10  PI-TOTAL-AMOUNT       PIC 9(09)V99.
               10  FILLER                PIC X(22).

       FD  CHECK-REGISTER-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY CHKREG.

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  RECON-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-LINE            PIC X(80).

       FD  OUTSTANDING-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTSTANDING-REPORT-LINE      PIC X(80).

       FD  UNCLAIMED-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  UNCLAIMED-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS             PIC X(02).
           88  WS-RUNCTL-OK                          VALUE "00".
       01  WS-CHKCTL-STATUS             PIC X(02).
           88  WS-CHKCTL-OK                          VALUE "00".
       01  WS-PAID-STATUS               PIC X(02).
           88  WS-PAID-OK                            VALUE "00".
       01  WS-CHKREG-STATUS             PIC X(02).
           88  WS-CHKREG-OK                          VALUE "00" "05".
           88  WS-CHKREG-ABSENT                      VALUE "05".
       01  WS-MASTER-STATUS             PIC X(02).
           88  WS-MASTER-OK                          VALUE "00".

       01  WS-PAID-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-PAID-EOF                          VALUE 'Y'.
       01  WS-REG-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-REG-EOF                           VALUE 'Y'.
       01  WS-TRAILER-SW                PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-FOUND                     VALUE 'Y'.

       01  WS-AS-OF-DATE                PIC 9(08).
       01  WS-STALE-DAYS                PIC 9(03).
       01  WS-HOME-STATE                PIC X(02).
       01  WS-AS-OF-DAYNUM              PIC 9(07).
       01  WS-AGE-DAYS                  PIC S9(07).

      *----------------------------------------------------------------
      * BALANCING-PASS TOTALS AND THE TRAILER'S CLAIMED FIGURES.
      *----------------------------------------------------------------
       01  WS-BAL-ITEM-COUNT            PIC 9(06)   VALUE 0.
       01  WS-BAL-TOTAL                 PIC 9(09)V99 VALUE 0.
       01  WS-TRAILER-ITEM-COUNT        PIC 9(06)   VALUE 0.
       01  WS-TRAILER-TOTAL             PIC 9(09)V99 VALUE 0.

      *----------------------------------------------------------------
      * THE CHECK REGISTER, ONE ENTRY PER CHECK NUMBER ISSUED, WITH
      * ITS VOID AND PAID STANDING ROLLED UP FROM THE "V" AND "P"
      * RECORDS THAT FOLLOW THE "I" RECORD.  WS-CK-PAID-DATE IS THE
      * LATEST PAYMENT; WS-CK-PAID-HERE MARKS ONE POSTED THIS RUN.
      *----------------------------------------------------------------
       01  WS-CHECK-COUNT               PIC 9(05)   VALUE 0.
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY OCCURS 20000 TIMES
                                INDEXED BY WS-CK-IDX.
               10  WS-CK-CHECK-NO        PIC 9(06).
               10  WS-CK-EMP-ID          PIC 9(06).
               10  WS-CK-PERIOD-END      PIC 9(08).
               10  WS-CK-PAY-GROUP       PIC X(02).
               10  WS-CK-ISSUE-DATE      PIC 9(08).
               10  WS-CK-AMOUNT          PIC 9(07)V99.
               10  WS-CK-PAYEE-NAME      PIC X(20).
               10  WS-CK-VOID-SW         PIC X(01).
                   88  WS-CK-VOIDED                 VALUE 'Y'.
               10  WS-CK-PAID-COUNT      PIC 9(02).
               10  WS-CK-PAID-DATE       PIC 9(08).
               10  WS-CK-PAID-HERE-SW    PIC X(01).
                   88  WS-CK-PAID-HERE              VALUE 'Y'.

      *----------------------------------------------------------------
      * STALE CHECKS FOR THE UNCLAIMED-PROPERTY LIST, AND THE STATES
      * THEY FALL UNDER IN ORDER OF FIRST APPEARANCE.  THE LIST IS
      * PRINTED ONE STATE AT A TIME FROM THESE TWO TABLES.
      *----------------------------------------------------------------
       01  WS-STALE-COUNT               PIC 9(05)   VALUE 0.
       01  WS-STALE-TABLE.
           05  WS-STALE-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-STL-IDX.
               10  WS-STL-STATE          PIC X(02).
               10  WS-STL-CK-IDX         PIC 9(05).
               10  WS-STL-EMP-STATUS     PIC X(01).
               10  WS-STL-AGE-DAYS       PIC 9(05).

       01  WS-STATE-COUNT               PIC 9(03)   VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 70 TIMES
                                INDEXED BY WS-ST-IDX.
               10  WS-ST-STATE           PIC X(02).
               10  WS-ST-COUNT           PIC 9(05).
               10  WS-ST-AMOUNT          PIC 9(09)V99.

       01  WS-CUR-STATE                 PIC X(02).
       01  WS-CUR-EMP-STATUS            PIC X(01).

      *----------------------------------------------------------------
      * RUN TOTALS.
      *----------------------------------------------------------------
       01  WS-MATCHED-COUNT             PIC 9(06)   VALUE 0.
       01  WS-MATCHED-TOTAL             PIC 9(09)V99 VALUE 0.
       01  WS-RERUN-COUNT               PIC 9(06)   VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(06)   VALUE 0.
       01  WS-EXCEPTION-TOTAL           PIC 9(09)V99 VALUE 0.
       01  WS-OUTST-COUNT               PIC 9(06)   VALUE 0.
       01  WS-OUTST-TOTAL               PIC 9(09)V99 VALUE 0.
       01  WS-UNCLAIMED-TOTAL           PIC 9(09)V99 VALUE 0.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET OCCURS 4 TIMES INDEXED BY WS-BKT-IDX.
               10  WS-BKT-COUNT          PIC 9(06).
               10  WS-BKT-AMOUNT         PIC 9(09)V99.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                    PIC X(14) VALUE
               "0-30 DAYS".
           05  FILLER                    PIC X(14) VALUE
               "31-90 DAYS".
           05  FILLER                    PIC X(14) VALUE
               "91-180 DAYS".
           05  FILLER                    PIC X(14) VALUE
               "OVER 180 DAYS".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(14).

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
           05  FILLER                    PIC X(24) VALUE
               "HOME OFFICE DATA CENTER".
           05  HL1-TITLE                 PIC X(30).
           05  FILLER                    PIC X(05) VALUE "DATE ".
           05  HL1-RUN-DATE               PIC X(10).

       01  RPT-AS-OF-LINE.
           05  FILLER                    PIC X(06) VALUE "AS OF ".
           05  AL-AS-OF-DATE             PIC 9(08).
           05  FILLER                    PIC X(15) VALUE
               "  STALE AFTER ".
           05  AL-STALE-DAYS             PIC ZZ9.
           05  FILLER                    PIC X(05) VALUE " DAYS".

       01  RECON-HEADING-LINE-2.
           05  FILLER                    PIC X(08) VALUE "CHECK".
           05  FILLER                    PIC X(10) VALUE "PAID ON".
           05  FILLER                    PIC X(14) VALUE
               "   BANK AMOUNT".
           05  FILLER                    PIC X(14) VALUE
               " ISSUED AMOUNT".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE "EXCEPTION".

       01  RECON-EXCEPTION-LINE.
           05  RX-CHECK-NO               PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RX-PAID-DATE              PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RX-BANK-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RX-ISSUED-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RX-REASON                 PIC X(30).

       01  SUMMARY-COUNT-LINE.
           05  SC-LABEL                  PIC X(36).
           05  SC-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SC-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.

       01  OUTST-HEADING-LINE-2.
           05  FILLER                    PIC X(08) VALUE "CHECK".
           05  FILLER                    PIC X(08) VALUE "EMP-ID".
           05  FILLER                    PIC X(21) VALUE "PAYEE".
           05  FILLER                    PIC X(10) VALUE "ISSUED".
           05  FILLER                    PIC X(14) VALUE
               "       AMOUNT".
           05  FILLER                    PIC X(06) VALUE "  DAYS".
           05  FILLER                    PIC X(13) VALUE "  AGE".

       01  OUTST-DETAIL-LINE.
           05  OD-CHECK-NO               PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-EMPLOYEE-ID            PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-PAYEE-NAME             PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  OD-ISSUE-DATE             PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-AGE-DAYS               PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-BUCKET                 PIC X(14).

       01  UNCLAIMED-HEADING-LINE-2.
           05  FILLER                    PIC X(08) VALUE "CHECK".
           05  FILLER                    PIC X(08) VALUE "EMP-ID".
           05  FILLER                    PIC X(21) VALUE "PAYEE".
           05  FILLER                    PIC X(10) VALUE "ISSUED".
           05  FILLER                    PIC X(14) VALUE
               "       AMOUNT".
           05  FILLER                    PIC X(06) VALUE "  DAYS".
           05  FILLER                    PIC X(11) VALUE "  EMP STAT".

       01  UNCLAIMED-STATE-LINE.
           05  FILLER                    PIC X(06) VALUE "STATE ".
           05  US-STATE                  PIC X(02).

       01  UNCLAIMED-DETAIL-LINE.
           05  UD-CHECK-NO               PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  UD-EMPLOYEE-ID            PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  UD-PAYEE-NAME             PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  UD-ISSUE-DATE             PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  UD-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  UD-AGE-DAYS               PIC ZZZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  UD-EMP-STATUS             PIC X(01).

       01  UNCLAIMED-TOTAL-LINE.
           05  UT-LABEL                  PIC X(14).
           05  UT-STATE                  PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  UT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE " CHECKS ".
           05  UT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-MATCH-ONE-ITEM THRU 2000-MATCH-ONE-ITEM-EXIT
               UNTIL WS-PAID-EOF.
           PERFORM 3000-AGE-ONE-CHECK THRU 3000-AGE-ONE-CHECK-EXIT
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CHECK-COUNT.
           PERFORM 4000-WRITE-UNCLAIMED THRU 4000-WRITE-UNCLAIMED-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-FINALIZE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE RUN CARD, RUN THE GUARD, PROVE THE
      * BANK FILE AGAINST ITS TRAILER, LOAD THE CHECK REGISTER AND
      * OPEN EVERYTHING FOR THE MATCHING PASS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MONTH.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DAY.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.

           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.
           PERFORM 1100-CHECK-GUARDS THRU 1100-CHECK-GUARDS-EXIT.
           PERFORM 1200-BALANCE-PAID-FILE
               THRU 1200-BALANCE-PAID-FILE-EXIT.
           PERFORM 1300-LOAD-REGISTER THRU 1300-LOAD-REGISTER-EXIT.

           OPEN INPUT PAID-ITEMS-FILE.
           OPEN EXTEND CHECK-REGISTER-FILE.
           IF NOT WS-CHKREG-OK
               DISPLAY "UNABLE TO EXTEND THE CHECK REGISTER, STATUS "
                   WS-CHKREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER, STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT
                OUTPUT OUTSTANDING-REPORT
                OUTPUT UNCLAIMED-REPORT.

           MOVE WS-AS-OF-DATE TO AL-AS-OF-DATE.
           MOVE WS-STALE-DAYS TO AL-STALE-DAYS.

           MOVE "PAID CHECK RECONCILIATION" TO HL1-TITLE.
           WRITE RECON-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE RECON-REPORT-LINE FROM RPT-AS-OF-LINE.
           WRITE RECON-REPORT-LINE FROM RECON-HEADING-LINE-2.

           MOVE "OUTSTANDING CHECKS BY AGE" TO HL1-TITLE.
           WRITE OUTSTANDING-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE OUTSTANDING-REPORT-LINE FROM RPT-AS-OF-LINE.
           WRITE OUTSTANDING-REPORT-LINE FROM OUTST-HEADING-LINE-2.

           MOVE "UNCLAIMED PAYROLL CHECKS" TO HL1-TITLE.
           WRITE UNCLAIMED-REPORT-LINE FROM RPT-HEADING-LINE-1.
           WRITE UNCLAIMED-REPORT-LINE FROM RPT-AS-OF-LINE.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-HEADING-LINE-2.

           MOVE 0 TO WS-BKT-COUNT (1) WS-BKT-COUNT (2)
                     WS-BKT-COUNT (3) WS-BKT-COUNT (4).
           MOVE 0 TO WS-BKT-AMOUNT (1) WS-BKT-AMOUNT (2)
                     WS-BKT-AMOUNT (3) WS-BKT-AMOUNT (4).
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-READ-RUN-CONTROL - READ THE RECONRUN CARD AND SETTLE THE
      * AS-OF DATE, STALE DAYS AND HOME STATE, DEFAULTING THE FIRST
      * TWO.  THE HOME STATE HAS NO DEFAULT - IT MUST BE PUNCHED.
      *----------------------------------------------------------------
       1050-READ-RUN-CONTROL.
           OPEN INPUT RECON-RUN-CONTROL.
           IF NOT WS-RUNCTL-OK
               DISPLAY "RUN-CONTROL FILE RECONRUN NOT FOUND, FILE "
                   "STATUS " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RECON-RUN-CONTROL
               AT END
                   DISPLAY "RUN-CONTROL FILE RECONRUN IS EMPTY"
                   CLOSE RECON-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE RECON-RUN-CONTROL.

           IF RR-AS-OF-DATE NOT NUMERIC
               OR RR-STALE-DAYS NOT NUMERIC
               OR RR-HOME-STATE NOT ALPHABETIC-UPPER
               OR RR-HOME-STATE (1:1) = SPACE
               OR RR-HOME-STATE (2:1) = SPACE
               DISPLAY "RECONRUN CARD MUST CARRY AN AS-OF DATE, "
                   "STALE DAYS AND A HOME STATE, GOT " RECON-RUN-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RR-AS-OF-DATE = 0
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE RR-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF RR-STALE-DAYS = 0
               MOVE 180 TO WS-STALE-DAYS
           ELSE
               MOVE RR-STALE-DAYS TO WS-STALE-DAYS
           END-IF.
           MOVE RR-HOME-STATE TO WS-HOME-STATE.
           COMPUTE WS-AS-OF-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-GUARDS - REFUSE TO RECONCILE OVER A CHECK RUN THAT
      * DIED MID-ISSUE.  NO CONTROL FILE MEANS NO CHECK HAS EVER BEEN
      * CUT, WHICH IS NOT AN ERROR HERE.
      *----------------------------------------------------------------
       1100-CHECK-GUARDS.
           OPEN INPUT CHECK-CONTROL.
           IF NOT WS-CHKCTL-OK
               GO TO 1100-CHECK-GUARDS-EXIT
           END-IF.
           READ CHECK-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CK-RUN-IN-FLIGHT
                       DISPLAY "A CHECK RUN FOR PERIOD "
                           CK-LAST-PERIOD " DID NOT FINISH - THE "
                           "REGISTER NEEDS MANUAL RECONCILING, RUN "
                           "REFUSED"
                       CLOSE CHECK-CONTROL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE CHECK-CONTROL.
       1100-CHECK-GUARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-BALANCE-PAID-FILE - PRE-MATCH BALANCING PASS.  COUNT AND
      * TOTAL THE DETAIL ITEMS AND PROVE THEM AGAINST THE TRAILER.  A
      * MISSING TRAILER OR A FILE THAT DOES NOT PROVE IS REFUSED
      * BEFORE A SINGLE "P" RECORD IS POSTED.
      *----------------------------------------------------------------
       1200-BALANCE-PAID-FILE.
           OPEN INPUT PAID-ITEMS-FILE.
           IF NOT WS-PAID-OK
               DISPLAY "BANK PAID-ITEMS FILE BANKPAID NOT FOUND, "
                   "FILE STATUS " WS-PAID-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-BALANCE-ONE-ITEM
               THRU 1210-BALANCE-ONE-ITEM-EXIT
               UNTIL WS-PAID-EOF.
           CLOSE PAID-ITEMS-FILE.
           MOVE 'N' TO WS-PAID-EOF-SW.

           IF NOT WS-TRAILER-FOUND
               DISPLAY "BANK PAID-ITEMS FILE HAS NO TRAILER, "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BAL-ITEM-COUNT NOT = WS-TRAILER-ITEM-COUNT
               OR WS-BAL-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "BANK PAID-ITEMS FILE OUT OF BALANCE - "
                   "ITEMS " WS-BAL-ITEM-COUNT " VS TRAILER "
                   WS-TRAILER-ITEM-COUNT ", AMOUNT " WS-BAL-TOTAL
                   " VS TRAILER " WS-TRAILER-TOTAL ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-BALANCE-PAID-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1210-BALANCE-ONE-ITEM - TALLY ONE RECORD OF THE BALANCING
      * PASS.  ANYTHING AFTER THE TRAILER IS AN ERROR.
      *----------------------------------------------------------------
       1210-BALANCE-ONE-ITEM.
           READ PAID-ITEMS-FILE
               AT END
                   SET WS-PAID-EOF TO TRUE
                   GO TO 1210-BALANCE-ONE-ITEM-EXIT
           END-READ.

           IF WS-TRAILER-FOUND
               DISPLAY "BANK PAID-ITEMS FILE HAS RECORDS AFTER THE "
                   "TRAILER, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN PI-DETAIL-RECORD
                   IF PI-CHECK-NO NOT NUMERIC
                       OR PI-PAID-DATE NOT NUMERIC
                       OR PI-AMOUNT NOT NUMERIC
                       DISPLAY "BANK PAID ITEM NOT NUMERIC: "
                           PAID-ITEM-RECORD ", RUN REFUSED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1         TO WS-BAL-ITEM-COUNT
                   ADD PI-AMOUNT TO WS-BAL-TOTAL
               WHEN PI-TRAILER-RECORD
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE PI-ITEM-COUNT   TO WS-TRAILER-ITEM-COUNT
                   MOVE PI-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
               WHEN OTHER
                   DISPLAY "BANK PAID-ITEMS FILE RECORD TYPE "
                       PI-RECORD-TYPE " UNKNOWN, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1210-BALANCE-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-REGISTER - LOAD THE WHOLE CHECK REGISTER INTO THE
      * CHECK TABLE.  A MISSING REGISTER MEANS NOTHING WAS EVER
      * ISSUED - EVERY PAID ITEM WILL BE AN EXCEPTION, AND THE
      * REGISTER IS CREATED WHEN THE FIRST PAID RECORD IS POSTED.
      *----------------------------------------------------------------
       1300-LOAD-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHKREG-ABSENT
               DISPLAY "NO CHECK REGISTER FOUND, STATUS "
                   WS-CHKREG-STATUS
               CLOSE CHECK-REGISTER-FILE
               GO TO 1300-LOAD-REGISTER-EXIT
           END-IF.
           IF NOT WS-CHKREG-OK
               DISPLAY "UNABLE TO OPEN THE CHECK REGISTER, STATUS "
                   WS-CHKREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1310-LOAD-ONE-RECORD
               THRU 1310-LOAD-ONE-RECORD-EXIT
               UNTIL WS-REG-EOF.
           CLOSE CHECK-REGISTER-FILE.
       1300-LOAD-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1310-LOAD-ONE-RECORD - ROLL ONE REGISTER RECORD INTO THE
      * TABLE.  AN "I" RECORD ADDS THE CHECK; A "V" OR "P" RECORD
      * UPDATES THE CHECK IT NAMES.  AN OVERFLOWING TABLE STOPS THE
      * RUN - A PARTIAL REGISTER WOULD FLAG GOOD CHECKS AS NEVER
      * ISSUED.
      *----------------------------------------------------------------
       1310-LOAD-ONE-RECORD.
           READ CHECK-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 1310-LOAD-ONE-RECORD-EXIT
           END-READ.

           PERFORM 1320-FIND-CHECK THRU 1320-FIND-CHECK-EXIT
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CHECK-COUNT
                  OR WS-CK-CHECK-NO (WS-CK-IDX) = CKR-CHECK-NO.

           IF CKR-ISSUED
               IF WS-CK-IDX NOT > WS-CHECK-COUNT
                   DISPLAY "CHECK " CKR-CHECK-NO " ISSUED TWICE ON "
                       "THE REGISTER, SECOND ISSUE IGNORED"
                   GO TO 1310-LOAD-ONE-RECORD-EXIT
               END-IF
               IF WS-CHECK-COUNT >= 20000
                   DISPLAY "CHECK TABLE FULL (20000) AT CHECK "
                       CKR-CHECK-NO ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHECK-COUNT
               SET WS-CK-IDX TO WS-CHECK-COUNT
               MOVE CKR-CHECK-NO   TO WS-CK-CHECK-NO   (WS-CK-IDX)
               MOVE CKR-EMP-ID     TO WS-CK-EMP-ID     (WS-CK-IDX)
               MOVE CKR-PERIOD-END TO WS-CK-PERIOD-END (WS-CK-IDX)
               MOVE CKR-PAY-GROUP  TO WS-CK-PAY-GROUP  (WS-CK-IDX)
               MOVE CKR-ISSUE-DATE TO WS-CK-ISSUE-DATE (WS-CK-IDX)
               MOVE CKR-NET-PAY    TO WS-CK-AMOUNT     (WS-CK-IDX)
               MOVE CKR-PAYEE-NAME TO WS-CK-PAYEE-NAME (WS-CK-IDX)
               MOVE 'N'            TO WS-CK-VOID-SW    (WS-CK-IDX)
               MOVE 0              TO WS-CK-PAID-COUNT (WS-CK-IDX)
               MOVE 0              TO WS-CK-PAID-DATE  (WS-CK-IDX)
               MOVE 'N'            TO WS-CK-PAID-HERE-SW (WS-CK-IDX)
               GO TO 1310-LOAD-ONE-RECORD-EXIT
           END-IF.

           IF WS-CK-IDX > WS-CHECK-COUNT
               DISPLAY "CHECK " CKR-CHECK-NO " HAS A " CKR-STATUS
                   " RECORD BUT NO ISSUE RECORD, IGNORED"
               GO TO 1310-LOAD-ONE-RECORD-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CKR-VOIDED
                   SET WS-CK-VOIDED (WS-CK-IDX) TO TRUE
               WHEN CKR-PAID
                   ADD 1 TO WS-CK-PAID-COUNT (WS-CK-IDX)
                   MOVE CKR-PAID-DATE TO WS-CK-PAID-DATE (WS-CK-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1310-LOAD-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1320-FIND-CHECK - EMPTY PARAGRAPH DRIVEN BY THE PERFORM
      * VARYING ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       1320-FIND-CHECK.
           CONTINUE.
       1320-FIND-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MATCH-ONE-ITEM - MATCH ONE BANK PAID ITEM TO THE
      * REGISTER.  THE TESTS RUN IN ORDER OF SERIOUSNESS - NEVER
      * ISSUED, VOIDED, ALREADY PAID, WRONG AMOUNT - AND THE FIRST
      * ONE THAT HITS IS THE EXCEPTION.  ONLY A CLEAN MATCH POSTS.
      *----------------------------------------------------------------
       2000-MATCH-ONE-ITEM.
           READ PAID-ITEMS-FILE
               AT END
                   SET WS-PAID-EOF TO TRUE
                   GO TO 2000-MATCH-ONE-ITEM-EXIT
           END-READ.
           IF NOT PI-DETAIL-RECORD
               GO TO 2000-MATCH-ONE-ITEM-EXIT
           END-IF.

           PERFORM 1320-FIND-CHECK THRU 1320-FIND-CHECK-EXIT
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CHECK-COUNT
                  OR WS-CK-CHECK-NO (WS-CK-IDX) = PI-CHECK-NO.

           IF WS-CK-IDX > WS-CHECK-COUNT
               MOVE 0 TO RX-ISSUED-AMOUNT
               MOVE "PAID, NEVER ISSUED" TO RX-REASON
               PERFORM 2200-WRITE-EXCEPTION
                   THRU 2200-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-ONE-ITEM-EXIT
           END-IF.

           MOVE WS-CK-AMOUNT (WS-CK-IDX) TO RX-ISSUED-AMOUNT.

           IF WS-CK-VOIDED (WS-CK-IDX)
               MOVE "PAID AFTER VOID" TO RX-REASON
               PERFORM 2200-WRITE-EXCEPTION
                   THRU 2200-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-ONE-ITEM-EXIT
           END-IF.

           IF WS-CK-PAID-COUNT (WS-CK-IDX) > 0
               IF NOT WS-CK-PAID-HERE (WS-CK-IDX)
                   AND WS-CK-PAID-DATE (WS-CK-IDX) = PI-PAID-DATE
                   ADD 1 TO WS-RERUN-COUNT
                   GO TO 2000-MATCH-ONE-ITEM-EXIT
               END-IF
               MOVE "PAID TWICE" TO RX-REASON
               PERFORM 2200-WRITE-EXCEPTION
                   THRU 2200-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-ONE-ITEM-EXIT
           END-IF.

           IF PI-AMOUNT NOT = WS-CK-AMOUNT (WS-CK-IDX)
               MOVE "PAID FOR A DIFFERENT AMOUNT" TO RX-REASON
               PERFORM 2200-WRITE-EXCEPTION
                   THRU 2200-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-ONE-ITEM-EXIT
           END-IF.

           PERFORM 2100-POST-PAID THRU 2100-POST-PAID-EXIT.
       2000-MATCH-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-POST-PAID - APPEND THE "P" RECORD FOR THE CHECK NOW
      * CURRENT IN THE TABLE AND MARK IT PAID, SO A SECOND
      * PRESENTMENT LATER IN THE SAME FILE IS CAUGHT.
      *----------------------------------------------------------------
       2100-POST-PAID.
           MOVE WS-CK-CHECK-NO   (WS-CK-IDX) TO CKR-CHECK-NO.
           MOVE WS-CK-EMP-ID     (WS-CK-IDX) TO CKR-EMP-ID.
           MOVE WS-CK-PERIOD-END (WS-CK-IDX) TO CKR-PERIOD-END.
           MOVE WS-CK-PAY-GROUP  (WS-CK-IDX) TO CKR-PAY-GROUP.
           MOVE WS-CK-ISSUE-DATE (WS-CK-IDX) TO CKR-ISSUE-DATE.
           MOVE PI-AMOUNT                    TO CKR-NET-PAY.
           MOVE WS-CK-PAYEE-NAME (WS-CK-IDX) TO CKR-PAYEE-NAME.
           MOVE "P"                          TO CKR-STATUS.
           MOVE PI-PAID-DATE                 TO CKR-PAID-DATE.
           WRITE CHECK-REGISTER-RECORD.

           ADD 1            TO WS-CK-PAID-COUNT (WS-CK-IDX).
           MOVE PI-PAID-DATE TO WS-CK-PAID-DATE (WS-CK-IDX).
           SET WS-CK-PAID-HERE (WS-CK-IDX) TO TRUE.
           ADD 1            TO WS-MATCHED-COUNT.
           ADD PI-AMOUNT    TO WS-MATCHED-TOTAL.
       2100-POST-PAID-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-WRITE-EXCEPTION - LIST ONE PAID ITEM THAT DID NOT MATCH.
      * THE CALLER HAS SET RX-REASON AND RX-ISSUED-AMOUNT.
      *----------------------------------------------------------------
       2200-WRITE-EXCEPTION.
           MOVE PI-CHECK-NO  TO RX-CHECK-NO.
           MOVE PI-PAID-DATE TO RX-PAID-DATE.
           MOVE PI-AMOUNT    TO RX-BANK-AMOUNT.
           WRITE RECON-REPORT-LINE FROM RECON-EXCEPTION-LINE.
           ADD 1         TO WS-EXCEPTION-COUNT.
           ADD PI-AMOUNT TO WS-EXCEPTION-TOTAL.
       2200-WRITE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-AGE-ONE-CHECK - AGE ONE REGISTER CHECK THAT IS STILL
      * OUTSTANDING (ISSUED, NOT VOIDED, NOT PAID) INTO ITS BUCKET,
      * AND SEND IT TO THE UNCLAIMED LIST IF IT IS PAST THE STALE
      * DAYS.  A CHECK DATED AFTER THE AS-OF DATE AGES AS ZERO.
      *----------------------------------------------------------------
       3000-AGE-ONE-CHECK.
           IF WS-CK-VOIDED (WS-CK-IDX)
               OR WS-CK-PAID-COUNT (WS-CK-IDX) > 0
               GO TO 3000-AGE-ONE-CHECK-EXIT
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-AS-OF-DAYNUM -
               FUNCTION INTEGER-OF-DATE (WS-CK-ISSUE-DATE (WS-CK-IDX)).
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   SET WS-BKT-IDX TO 1
               WHEN WS-AGE-DAYS NOT > 90
                   SET WS-BKT-IDX TO 2
               WHEN WS-AGE-DAYS NOT > 180
                   SET WS-BKT-IDX TO 3
               WHEN OTHER
                   SET WS-BKT-IDX TO 4
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT (WS-BKT-IDX).
           ADD WS-CK-AMOUNT (WS-CK-IDX) TO WS-BKT-AMOUNT (WS-BKT-IDX).
           ADD 1 TO WS-OUTST-COUNT.
           ADD WS-CK-AMOUNT (WS-CK-IDX) TO WS-OUTST-TOTAL.

           MOVE WS-CK-CHECK-NO   (WS-CK-IDX) TO OD-CHECK-NO.
           MOVE WS-CK-EMP-ID     (WS-CK-IDX) TO OD-EMPLOYEE-ID.
           MOVE WS-CK-PAYEE-NAME (WS-CK-IDX) TO OD-PAYEE-NAME.
           MOVE WS-CK-ISSUE-DATE (WS-CK-IDX) TO OD-ISSUE-DATE.
           MOVE WS-CK-AMOUNT     (WS-CK-IDX) TO OD-AMOUNT.
           MOVE WS-AGE-DAYS                  TO OD-AGE-DAYS.
           MOVE WS-BUCKET-LABEL (WS-BKT-IDX) TO OD-BUCKET.
           WRITE OUTSTANDING-REPORT-LINE FROM OUTST-DETAIL-LINE.

           IF WS-AGE-DAYS > WS-STALE-DAYS
               PERFORM 3100-ADD-STALE THRU 3100-ADD-STALE-EXIT
           END-IF.
       3000-AGE-ONE-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ADD-STALE - LOOK UP THE PAYEE'S ADDRESS STATE AND LAST
      * STATUS ON THE MASTER AND FILE THE CHECK UNDER ITS STATE FOR
      * THE UNCLAIMED LIST.  AN EMPLOYEE NO LONGER ON THE MASTER, OR
      * ONE WITH NO STATE, FALLS TO THE HOME STATE.
      *----------------------------------------------------------------
       3100-ADD-STALE.
           MOVE WS-CK-EMP-ID (WS-CK-IDX) TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE WS-HOME-STATE TO WS-CUR-STATE
                   MOVE "?"           TO WS-CUR-EMP-STATUS
               NOT INVALID KEY
                   MOVE EMP-ADDR-STATE TO WS-CUR-STATE
                   MOVE EMP-STATUS     TO WS-CUR-EMP-STATUS
           END-READ.
           IF WS-CUR-STATE = SPACES OR LOW-VALUES
               MOVE WS-HOME-STATE TO WS-CUR-STATE
           END-IF.

           IF WS-STALE-COUNT >= 5000
               DISPLAY "STALE CHECK TABLE FULL (5000) AT CHECK "
                   WS-CK-CHECK-NO (WS-CK-IDX) ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STALE-COUNT.
           SET WS-STL-IDX TO WS-STALE-COUNT.
           MOVE WS-CUR-STATE      TO WS-STL-STATE      (WS-STL-IDX).
           SET WS-STL-CK-IDX (WS-STL-IDX) TO WS-CK-IDX.
           MOVE WS-CUR-EMP-STATUS TO WS-STL-EMP-STATUS (WS-STL-IDX).
           MOVE WS-AGE-DAYS       TO WS-STL-AGE-DAYS   (WS-STL-IDX).

           PERFORM 3110-FIND-STATE THRU 3110-FIND-STATE-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT
                  OR WS-ST-STATE (WS-ST-IDX) = WS-CUR-STATE.
           IF WS-ST-IDX > WS-STATE-COUNT
               IF WS-STATE-COUNT >= 70
                   DISPLAY "STATE TABLE FULL (70) AT STATE "
                       WS-CUR-STATE ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATE-COUNT
               SET WS-ST-IDX TO WS-STATE-COUNT
               MOVE WS-CUR-STATE TO WS-ST-STATE  (WS-ST-IDX)
               MOVE 0            TO WS-ST-COUNT  (WS-ST-IDX)
               MOVE 0            TO WS-ST-AMOUNT (WS-ST-IDX)
           END-IF.
           ADD 1 TO WS-ST-COUNT (WS-ST-IDX).
           ADD WS-CK-AMOUNT (WS-CK-IDX) TO WS-ST-AMOUNT (WS-ST-IDX).
       3100-ADD-STALE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-FIND-STATE - EMPTY PARAGRAPH DRIVEN BY THE PERFORM
      * VARYING ABOVE; THE SEARCH CONDITION ITSELF DOES THE WORK.
      *----------------------------------------------------------------
       3110-FIND-STATE.
           CONTINUE.
       3110-FIND-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-WRITE-UNCLAIMED - PRINT THE UNCLAIMED-PROPERTY LIST ONE
      * STATE AT A TIME, EACH WITH ITS OWN TOTAL, THEN THE GRAND
      * TOTAL.
      *----------------------------------------------------------------
       4000-WRITE-UNCLAIMED.
           PERFORM 4100-WRITE-ONE-STATE THRU 4100-WRITE-ONE-STATE-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT.

           MOVE "ALL STATES"       TO UT-LABEL.
           MOVE SPACES             TO UT-STATE.
           MOVE WS-STALE-COUNT     TO UT-COUNT.
           MOVE WS-UNCLAIMED-TOTAL TO UT-AMOUNT.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-TOTAL-LINE.
       4000-WRITE-UNCLAIMED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WRITE-ONE-STATE - PRINT ONE STATE'S STALE CHECKS.
      *----------------------------------------------------------------
       4100-WRITE-ONE-STATE.
           MOVE WS-ST-STATE (WS-ST-IDX) TO US-STATE.
           MOVE WS-ST-STATE (WS-ST-IDX) TO WS-CUR-STATE.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-STATE-LINE.

           PERFORM 4110-WRITE-ONE-STALE THRU 4110-WRITE-ONE-STALE-EXIT
               VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STALE-COUNT.

           MOVE "TOTAL STATE"            TO UT-LABEL.
           MOVE WS-ST-STATE  (WS-ST-IDX) TO UT-STATE.
           MOVE WS-ST-COUNT  (WS-ST-IDX) TO UT-COUNT.
           MOVE WS-ST-AMOUNT (WS-ST-IDX) TO UT-AMOUNT.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-TOTAL-LINE.
           ADD WS-ST-AMOUNT (WS-ST-IDX) TO WS-UNCLAIMED-TOTAL.
       4100-WRITE-ONE-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4110-WRITE-ONE-STALE - PRINT ONE STALE CHECK IF IT BELONGS TO
      * THE STATE NOW BEING PRINTED.
      *----------------------------------------------------------------
       4110-WRITE-ONE-STALE.
           IF WS-STL-STATE (WS-STL-IDX) NOT = WS-CUR-STATE
               GO TO 4110-WRITE-ONE-STALE-EXIT
           END-IF.
           SET WS-CK-IDX TO WS-STL-CK-IDX (WS-STL-IDX).
           MOVE WS-CK-CHECK-NO    (WS-CK-IDX)  TO UD-CHECK-NO.
           MOVE WS-CK-EMP-ID      (WS-CK-IDX)  TO UD-EMPLOYEE-ID.
           MOVE WS-CK-PAYEE-NAME  (WS-CK-IDX)  TO UD-PAYEE-NAME.
           MOVE WS-CK-ISSUE-DATE  (WS-CK-IDX)  TO UD-ISSUE-DATE.
           MOVE WS-CK-AMOUNT      (WS-CK-IDX)  TO UD-AMOUNT.
           MOVE WS-STL-AGE-DAYS   (WS-STL-IDX) TO UD-AGE-DAYS.
           MOVE WS-STL-EMP-STATUS (WS-STL-IDX) TO UD-EMP-STATUS.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-DETAIL-LINE.
       4110-WRITE-ONE-STALE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-FINALIZE - PRINT THE RECONCILIATION SUMMARY AND THE AGING
      * BUCKET TOTALS AND CLOSE EVERYTHING.  ANY EXCEPTION ENDS THE
      * RUN WITH A CONDITION CODE SO THE SCHEDULER FLAGS IT.
      *----------------------------------------------------------------
       5000-FINALIZE.
           MOVE "ITEMS ON THE BANK FILE"     TO SC-LABEL.
           MOVE WS-BAL-ITEM-COUNT            TO SC-COUNT.
           MOVE WS-BAL-TOTAL                 TO SC-AMOUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE.
           MOVE "MATCHED AND POSTED PAID"    TO SC-LABEL.
           MOVE WS-MATCHED-COUNT             TO SC-COUNT.
           MOVE WS-MATCHED-TOTAL             TO SC-AMOUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE.
           MOVE "ALREADY POSTED BY AN EARLIER RUN" TO SC-LABEL.
           MOVE WS-RERUN-COUNT               TO SC-COUNT.
           MOVE 0                            TO SC-AMOUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE.
           MOVE "EXCEPTIONS"                 TO SC-LABEL.
           MOVE WS-EXCEPTION-COUNT           TO SC-COUNT.
           MOVE WS-EXCEPTION-TOTAL           TO SC-AMOUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE.

           PERFORM 5100-WRITE-BUCKET THRU 5100-WRITE-BUCKET-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4.
           MOVE "TOTAL OUTSTANDING"          TO SC-LABEL.
           MOVE WS-OUTST-COUNT               TO SC-COUNT.
           MOVE WS-OUTST-TOTAL               TO SC-AMOUNT.
           WRITE OUTSTANDING-REPORT-LINE FROM SUMMARY-COUNT-LINE.

           CLOSE PAID-ITEMS-FILE CHECK-REGISTER-FILE EMPLOYEE-MASTER
                 RECON-REPORT OUTSTANDING-REPORT UNCLAIMED-REPORT.

           DISPLAY "CHKRECON COMPLETE, " WS-MATCHED-COUNT
               " PAID, " WS-EXCEPTION-COUNT " EXCEPTIONS, "
               WS-OUTST-COUNT " OUTSTANDING, " WS-STALE-COUNT
               " STALE".
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-WRITE-BUCKET - PRINT ONE AGING BUCKET'S TOTAL.
      *----------------------------------------------------------------
       5100-WRITE-BUCKET.
           MOVE WS-BUCKET-LABEL (WS-BKT-IDX) TO SC-LABEL.
           MOVE WS-BKT-COUNT    (WS-BKT-IDX) TO SC-COUNT.
           MOVE WS-BKT-AMOUNT   (WS-BKT-IDX) TO SC-AMOUNT.
           WRITE OUTSTANDING-REPORT-LINE FROM SUMMARY-COUNT-LINE.
       5100-WRITE-BUCKET-EXIT.
           EXIT.
