      *================================================================
      *  PROGRAM-ID   : WHCALC
      *  AUTHOR       : D. OKAFOR, PAYROLL SYSTEMS
      *  INSTALLATION : HOME OFFICE DATA CENTER
      *  DATE-WRITTEN : 2026-10-15
      *
      *  REMARKS
      *     CALLABLE SUBPROGRAM THAT FIGURES ONE PERIOD'S INCOME TAX
      *     WITHHOLDING FROM WHAT THE EMPLOYEE ACTUALLY EARNED THIS
      *     PERIOD AND THE EMPLOYEE'S W-4 ELECTION.  THE PERIOD GROSS
      *     (OVERTIME, LEAVE AND RETRO PAY INCLUDED) IS ANNUALIZED AT
      *     THE CALLER'S PERIODS PER YEAR, REDUCED BY THE ALLOWANCES,
      *     TAXED ON THE TAXCALC BRACKET SCHEDULE, DE-ANNUALIZED BACK
      *     TO ONE PERIOD, AND THE ADDITIONAL FLAT AMOUNT IS ADDED.
      *     MARRIED ELECTIONS ARE TAXED BY SPLITTING THE ANNUAL WAGES
      *     IN HALF AND DOUBLING THE TAX ON THE HALF, SO THE ONE
      *     SCHEDULE IN TAXCALC SERVES BOTH FILING STATUSES.  AN
      *     EXEMPT ELECTION IS WITHHELD NOTHING.  THE CALLER DECIDES
      *     WHAT TO PASS WHEN NO ELECTION IS ON FILE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHCALC.
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
      * ANNUAL VALUE OF ONE WITHHOLDING ALLOWANCE.  A CHANGE IN THE
      * ALLOWANCE AMOUNT MEANS CHANGING THIS VALUE; THE BRACKETS
      * THEMSELVES STAY IN TAXCALC.  TAXCALC CARRIES ITS SALARY AS
      * PIC 9(06), SO THAT IS THE CEILING ON ANNUALIZED WAGES.
      *----------------------------------------------------------------
       01  WH-ALLOWANCE-VALUE           PIC 9(05)    VALUE 04300.
       01  WH-TAXCALC-CEILING           PIC 9(06)    VALUE 999999.

       01  WS-ANNUAL-WAGES              PIC 9(09)V99.
       01  WS-ALLOWANCE-TOTAL           PIC 9(07)V99.
       01  WS-ANNUAL-TAXABLE            PIC 9(09)V99.
       01  WS-TAXCALC-WAGES             PIC 9(06).
       01  WS-TAXCALC-TAX               PIC 9(06)V99.
       01  WS-ANNUAL-TAX                PIC 9(07)V99.

       LINKAGE SECTION.
       01  LK-GROSS-PAY                 PIC 9(07)V99.
       01  LK-PERIODS-PER-YEAR          PIC 9(02).
       01  LK-W4-ELECTION.
           05  LK-W4-FILING-STATUS      PIC X(01).
               88  LK-W4-MARRIED                    VALUE "M".
           05  LK-W4-ALLOWANCES         PIC 9(02).
           05  LK-W4-ADDL-AMOUNT        PIC 9(04)V99.
           05  LK-W4-EXEMPT             PIC X(01).
               88  LK-W4-IS-EXEMPT                  VALUE "Y".
       01  LK-TAX                       PIC 9(06)V99.

       PROCEDURE DIVISION USING LK-GROSS-PAY LK-PERIODS-PER-YEAR
                                LK-W4-ELECTION LK-TAX.

       0000-MAINLINE.
           MOVE 0 TO LK-TAX.
           IF LK-W4-IS-EXEMPT
               GOBACK
           END-IF.

           IF LK-PERIODS-PER-YEAR = 0
               DISPLAY "WHCALC CALLED WITH ZERO PERIODS PER YEAR"
               STOP RUN
           END-IF.

           PERFORM 1000-ANNUALIZE THRU 1000-ANNUALIZE-EXIT.
           PERFORM 2000-ANNUAL-TAX THRU 2000-ANNUAL-TAX-EXIT.
           PERFORM 3000-DEANNUALIZE THRU 3000-DEANNUALIZE-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-ANNUALIZE - PROJECT THIS PERIOD'S GROSS OUT TO A FULL
      * YEAR AND TAKE THE ALLOWANCES OFF IT.  A MARRIED ELECTION IS
      * CARRIED FORWARD AS HALF THE TAXABLE WAGES (SEE 2000).
      *----------------------------------------------------------------
       1000-ANNUALIZE.
           COMPUTE WS-ANNUAL-WAGES =
               LK-GROSS-PAY * LK-PERIODS-PER-YEAR
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-ANNUAL-WAGES
           END-COMPUTE.
           COMPUTE WS-ALLOWANCE-TOTAL =
               LK-W4-ALLOWANCES * WH-ALLOWANCE-VALUE.

           IF WS-ANNUAL-WAGES > WS-ALLOWANCE-TOTAL
               COMPUTE WS-ANNUAL-TAXABLE =
                   WS-ANNUAL-WAGES - WS-ALLOWANCE-TOTAL
           ELSE
               MOVE 0 TO WS-ANNUAL-TAXABLE
           END-IF.

           IF LK-W4-MARRIED
               COMPUTE WS-ANNUAL-TAXABLE = WS-ANNUAL-TAXABLE / 2
           END-IF.

           IF WS-ANNUAL-TAXABLE > WH-TAXCALC-CEILING
               DISPLAY "ANNUALIZED WAGES OVER THE BRACKET CEILING, "
                   "GROSS " LK-GROSS-PAY
               MOVE WH-TAXCALC-CEILING TO WS-TAXCALC-WAGES
           ELSE
               MOVE WS-ANNUAL-TAXABLE TO WS-TAXCALC-WAGES
           END-IF.
       1000-ANNUALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ANNUAL-TAX - RUN THE ANNUAL TAXABLE WAGES THROUGH THE
      * TAXCALC BRACKETS.  MARRIED: TAX ON HALF, DOUBLED.
      *----------------------------------------------------------------
       2000-ANNUAL-TAX.
           CALL "TAXCALC" USING WS-TAXCALC-WAGES WS-TAXCALC-TAX.
           IF LK-W4-MARRIED
               COMPUTE WS-ANNUAL-TAX = WS-TAXCALC-TAX * 2
           ELSE
               MOVE WS-TAXCALC-TAX TO WS-ANNUAL-TAX
           END-IF.
       2000-ANNUAL-TAX-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-DEANNUALIZE - BRING THE ANNUAL TAX BACK TO ONE PERIOD AND
      * ADD THE EMPLOYEE'S ADDITIONAL FLAT AMOUNT.  WITHHOLDING NEVER
      * TAKES MORE THAN THE PERIOD'S GROSS.
      *----------------------------------------------------------------
       3000-DEANNUALIZE.
           COMPUTE LK-TAX ROUNDED =
               (WS-ANNUAL-TAX / LK-PERIODS-PER-YEAR)
                   + LK-W4-ADDL-AMOUNT.
           IF LK-TAX > LK-GROSS-PAY
               MOVE LK-GROSS-PAY TO LK-TAX
           END-IF.
       3000-DEANNUALIZE-EXIT.
           EXIT.
